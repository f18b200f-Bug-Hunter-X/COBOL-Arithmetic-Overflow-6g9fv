       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRBLD.
      *****************************************************************
      *  Disaster-recovery rebuild of the COUNTERF counter master     *
      *  from the journals kept alongside it. COUNTERF is the only    *
      *  durable copy of each counter's value, cycle, high-water      *
      *  mark, status and prefix, and BUGSOLUTION empties RESTCKPT    *
      *  after every good run, so a damaged COUNTERF - or one         *
      *  restored from an old backup - cannot be trusted to issue     *
      *  from without risking duplicate document numbers. This        *
      *  program re-derives every counter record:                     *
      *    - CTRAUDIT, replayed in order, gives the counters that     *
      *      exist, their status (ADD/SUS/REA/CLO) and prefix         *
      *      (ADD/PRE), their starting value, and their names;        *
      *    - ISSUEREG and DOCISSUE give the last cycle and number     *
      *      issued, DOCISSUE also the prefix documents carried;      *
      *    - NUMHIST gives the cycle starts: a planned close after    *
      *      the last issue leaves the next cycle open at zero, and   *
      *      any cycle change means the cycle started at 1;           *
      *    - JOBSUM gives the high-water mark.                        *
      *  CTRRENAM rewrites every journal except CTRAUDIT with the     *
      *  new counter-id, so the replay carries two names per          *
      *  counter: the one it had at the as-of time, which goes on     *
      *  the rebuilt record, and the one it has now, which the        *
      *  journals and the live COUNTERF are matched on.               *
      *  The rebuild is as of now, or as of the date and time on      *
      *  RBLDPARM: journal records stamped later are ignored. Every   *
      *  journal stamps the business date from BUSDATE but the        *
      *  wall-clock time, so a cycle that runs past midnight posts    *
      *  times like 003000 under the day before. The as-of time is    *
      *  compared with those times as they stand: an as-of date with  *
      *  no time takes the whole business date, cycle and all, and is *
      *  the safe way to ask for the end of a day. For the same       *
      *  reason the rebuild never orders two records by their times:  *
      *  a later business date is later, and within one date the      *
      *  journals are append-only, so the record further down the     *
      *  file is the later one. A counter with nothing on the         *
      *  journals to rebuild it from (one older than the audit trail, *
      *  say) keeps what COUNTERF says, and is flagged on the report  *
      *  as carried.                                                  *
      *  CTRRBLD.OUT lists each rebuilt counter against COUNTERF,     *
      *  field by field, and the COUNTERF records the rebuild does    *
      *  not produce. COUNTERF itself is replaced only when           *
      *  RBLDPARM says so, and never while the BUGSOLUTION run        *
      *  ledger shows a run in flight. Ends with RETURN-CODE 8 when   *
      *  the rebuild and COUNTERF disagree, 16 when a write was       *
      *  asked for and refused.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REBUILD-PARM-FILE ASSIGN TO "RBLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "CTRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ISSUE-REGISTER-FILE ASSIGN TO "ISSUEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DOCUMENT-ISSUE-FILE ASSIGN TO "DOCISSUE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "NUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "JOBSUM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBUILD-REPORT-FILE ASSIGN TO "CTRRBLD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  REBUILD-PARM-FILE.
           COPY RBLDPARM.

       FD  RUN-LEDGER-FILE.
           COPY RUNLEDG.

       FD  COUNTER-FILE.
           COPY CTRREC.

       FD  MAINT-AUDIT-FILE.
           COPY CTRAUD.

       FD  ISSUE-REGISTER-FILE.
           COPY ISSUEREG.

       FD  DOCUMENT-ISSUE-FILE.
           COPY DOCNUM.

       FD  HISTORY-FILE.
           COPY NUMHIST.

       FD  SUMMARY-FILE.
           COPY JOBSUM.

       FD  REBUILD-REPORT-FILE.
       01  RB-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-LEDGER-FILE           VALUE "L".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-AUDIT-FILE            VALUE "A".
           88  WS-END-OF-REGISTER-FILE         VALUE "R".
           88  WS-END-OF-DOCUMENT-FILE         VALUE "D".
           88  WS-END-OF-HISTORY-FILE          VALUE "H".
           88  WS-END-OF-SUMMARY-FILE          VALUE "S".

      *  The as-of point as a YYYYMMDDHHMMSS stamp; HIGH-VALUES when
      *  the rebuild is as of now, so every journal record is in.
       01  WS-AS-OF-STAMP              PIC X(14).
       01  WS-RECORD-STAMP             PIC X(14).
       01  WS-WRITE-REQUESTED-FLAG     PIC X(01) VALUE "N".
           88  WS-WRITE-REQUESTED               VALUE "Y".
       01  WS-WRITE-REFUSED-FLAG       PIC X(01) VALUE "N".
           88  WS-WRITE-REFUSED                 VALUE "Y".

       01  WS-LEDG-TABLE-COUNT         PIC 9(04) VALUE 0.
       01  WS-LEDGER-TABLE.
           05  WS-LEDG-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LEDG-TABLE-COUNT
                   INDEXED BY WS-LEDG-IDX.
               10  WS-LEDG-RUN-ID          PIC X(08).
               10  WS-LEDG-STARTED-COUNT   PIC 9(04).
               10  WS-LEDG-COMPLETED-COUNT PIC 9(04).
       01  WS-LEDG-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-LEDG-FOUND                    VALUE "Y".
       01  WS-RUN-IN-FLIGHT-FLAG       PIC X(01) VALUE "N".
           88  WS-RUN-IN-FLIGHT                 VALUE "Y".

      *  COUNTERF as it stands, to compare against.
       01  WS-OLD-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-OLD-COUNTER-TABLE.
           05  WS-OLD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-OLD-TABLE-COUNT
                   INDEXED BY WS-OLD-IDX.
               10  WS-OLD-COUNTER-ID       PIC X(10).
               10  WS-OLD-CURRENT-VALUE    PIC 9(06).
               10  WS-OLD-CYCLE-NUMBER     PIC 9(05).
               10  WS-OLD-HIGH-WATER-MARK  PIC 9(06).
               10  WS-OLD-CYCLE-START-VAL  PIC 9(06).
               10  WS-OLD-STATUS           PIC X(01).
               10  WS-OLD-PREFIX           PIC X(04).
               10  WS-OLD-MATCHED          PIC X(01).
       01  WS-OLD-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-OLD-FOUND                     VALUE "Y".

      *  The rebuild, one entry per counter in the order CTRAUDIT
      *  added it (or the journals first showed it). REB-ID is the
      *  name as of the as-of point, CUR-ID the name it has now.
      *  EXISTS is "N" for a counter added after the as-of point.
      *  Each journal contributes its own evidence; 0410 turns the
      *  evidence into the rebuilt record.
       01  WS-RBL-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-REBUILD-TABLE.
           05  WS-RBL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RBL-TABLE-COUNT
                   INDEXED BY WS-RBL-IDX.
               10  WS-RBL-REB-ID           PIC X(10).
               10  WS-RBL-CUR-ID           PIC X(10).
               10  WS-RBL-EXISTS           PIC X(01).
               10  WS-RBL-CARRIED-ALL      PIC X(01).
               10  WS-RBL-INIT-KNOWN       PIC X(01).
               10  WS-RBL-INIT-VALUE       PIC 9(06).
               10  WS-RBL-STATUS-KNOWN     PIC X(01).
               10  WS-RBL-PFX-KNOWN        PIC X(01).
               10  WS-RBL-PFX-DATE         PIC X(08).
               10  WS-RBL-ISSUE-SEEN       PIC X(01).
               10  WS-RBL-ISSUE-DATE       PIC X(08).
               10  WS-RBL-ISSUE-CYCLE      PIC 9(05).
               10  WS-RBL-ISSUE-NUMBER     PIC 9(06).
               10  WS-RBL-CLOSE-SEEN       PIC X(01).
               10  WS-RBL-CLOSE-DATE       PIC X(08).
               10  WS-RBL-CLOSE-CYCLE      PIC 9(05).
               10  WS-RBL-HIST-SEEN        PIC X(01).
               10  WS-RBL-HWM-SEEN         PIC X(01).
               10  WS-RBL-JOBSUM-HWM       PIC 9(06).
               10  WS-RBL-CURRENT-VALUE    PIC 9(06).
               10  WS-RBL-CYCLE-NUMBER     PIC 9(05).
               10  WS-RBL-HIGH-WATER-MARK  PIC 9(06).
               10  WS-RBL-CYCLE-START-VAL  PIC 9(06).
               10  WS-RBL-STATUS           PIC X(01).
               10  WS-RBL-PREFIX           PIC X(04).
               10  WS-RBL-CARRIED          PIC X(01).
               10  WS-RBL-OLD-SUB          PIC 9(04).
       01  WS-RBL-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-RBL-FOUND                     VALUE "Y".
       01  WS-KEY-ID                   PIC X(10).
       01  WS-NEW-ENTRY-EXISTS         PIC X(01).

      *  CTRRENAM's audit reason on an applied rename.
       01  WS-RENAME-REASON.
           05  WS-RENAME-REASON-TEXT   PIC X(11).
           05  WS-RENAME-NEW-ID        PIC X(10).
           05  FILLER                  PIC X(09).

      *  An issue (ISSUEREG block or DOCISSUE document) being posted.
       01  WS-POST-CYCLE               PIC 9(05).
       01  WS-POST-NUMBER              PIC 9(06).

       01  WS-MATCH-COUNT              PIC 9(04) VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(04) VALUE 0.
       01  WS-NEW-COUNT                PIC 9(04) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(04) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(04) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(04) VALUE 0.
       01  WS-FIELD-DIFF-COUNT         PIC 9(02).
       01  WS-OLD-STATUS-CMP           PIC X(01).

      *  Report line layouts, moved into RB-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "COUNTERF REBUILD FROM JOURNALS - AS ".
           05  WS-HDR-AS-OF            PIC X(30).
           05  FILLER                  PIC X(15) VALUE
               " BUSINESS DATE ".
           05  WS-HDR-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-AS-OF-TEXT.
           05  FILLER                  PIC X(03) VALUE "OF ".
           05  WS-AS-OF-DATE-TEXT      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AS-OF-TIME-TEXT      PIC X(06).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-CTR-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "  COUNTER-ID  CURRENT  CYCLE     HWM".
           05  FILLER                  PIC X(64) VALUE
               "   START ST  PFX    COUNTERF  NOTE".

       01  WS-CTR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CL-CURRENT-VALUE     PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-CYCLE-NUMBER      PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-HIGH-WATER-MARK   PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-CYCLE-START-VAL   PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-STATUS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-PREFIX            PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CL-RESULT            PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CL-NOTE              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-DIFF-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-DL-FIELD-NAME        PIC X(17).
           05  FILLER                  PIC X(11) VALUE
               " COUNTERF: ".
           05  WS-DL-OLD-VALUE         PIC X(10).
           05  FILLER                  PIC X(11) VALUE
               "  REBUILT: ".
           05  WS-DL-NEW-VALUE         PIC X(10).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-DROP-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DR-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DR-REASON            PIC X(40).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC Z(03)9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-LOAD-REBUILD-PARMS
           PERFORM 0060-CHECK-RUN-LEDGER
           PERFORM 0070-LOAD-OLD-COUNTERF
           PERFORM 0100-REPLAY-AUDIT-TRAIL
           PERFORM 0200-READ-ISSUE-REGISTER
           PERFORM 0210-READ-DOCUMENT-ISSUES
           PERFORM 0220-READ-NUMBER-HISTORY
           PERFORM 0230-READ-JOB-SUMMARIES
           PERFORM 0300-MATCH-OLD-COUNTERF
           PERFORM VARYING WS-RBL-IDX FROM 1 BY 1
                   UNTIL WS-RBL-IDX > WS-RBL-TABLE-COUNT
               IF WS-RBL-EXISTS(WS-RBL-IDX) = "Y"
                   PERFORM 0410-RESOLVE-ONE-COUNTER
               END-IF
           END-PERFORM
           IF WS-WRITE-REQUESTED AND WS-RUN-IN-FLIGHT
               SET WS-WRITE-REFUSED TO TRUE
           END-IF
           OPEN OUTPUT REBUILD-REPORT-FILE
           PERFORM 0500-WRITE-REPORT
           IF WS-WRITE-REQUESTED AND NOT WS-WRITE-REFUSED
               PERFORM 0600-WRITE-COUNTERF
           END-IF
           PERFORM 0590-WRITE-TOTALS
           CLOSE REBUILD-REPORT-FILE
           DISPLAY "CTRRBLD COMPLETE - MATCHING: " WS-MATCH-COUNT
               " DIFFERING: " WS-DIFFER-COUNT
               " NOT ON COUNTERF: " WS-NEW-COUNT
               " COUNTERF ONLY: " WS-DROPPED-COUNT
           IF WS-WRITE-REFUSED
               DISPLAY "CTRRBLD: COUNTERF NOT WRITTEN - A RUN IS IN "
                   "FLIGHT ON RUNLEDG"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WRITE-REQUESTED
                   DISPLAY "CTRRBLD: COUNTERF REWRITTEN WITH "
                       WS-WRITTEN-COUNT " REBUILT RECORDS"
               END-IF
               IF WS-DIFFER-COUNT > 0 OR WS-NEW-COUNT > 0 OR
                       WS-DROPPED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
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

       0050-LOAD-REBUILD-PARMS.
           MOVE HIGH-VALUES TO WS-AS-OF-STAMP
           MOVE "N" TO WS-WRITE-REQUESTED-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REBUILD-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ REBUILD-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF RBLD-AS-OF-DATE IS NUMERIC
                           MOVE RBLD-AS-OF-DATE
                               TO WS-AS-OF-STAMP(1:8)
                           IF RBLD-AS-OF-TIME IS NUMERIC
                               MOVE RBLD-AS-OF-TIME
                                   TO WS-AS-OF-STAMP(9:6)
                           ELSE
                               MOVE "235959" TO WS-AS-OF-STAMP(9:6)
                           END-IF
                       END-IF
                       IF RBLD-WRITE-FLAG = "Y"
                           SET WS-WRITE-REQUESTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REBUILD-PARM-FILE
           IF WS-AS-OF-STAMP = HIGH-VALUES
               MOVE "OF NOW (ALL JOURNAL RECORDS)" TO WS-HDR-AS-OF
           ELSE
               MOVE WS-AS-OF-STAMP(1:8) TO WS-AS-OF-DATE-TEXT
               MOVE WS-AS-OF-STAMP(9:6) TO WS-AS-OF-TIME-TEXT
               MOVE WS-AS-OF-TEXT TO WS-HDR-AS-OF
           END-IF.

       0060-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-END-OF-LEDGER-FILE
               READ RUN-LEDGER-FILE
                   AT END
                       SET WS-END-OF-LEDGER-FILE TO TRUE
                   NOT AT END
                       PERFORM 0061-TALLY-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           PERFORM VARYING WS-LEDG-IDX FROM 1 BY 1
                   UNTIL WS-LEDG-IDX > WS-LEDG-TABLE-COUNT
               IF WS-LEDG-STARTED-COUNT(WS-LEDG-IDX) > 0 AND
                       WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX) = 0
                   SET WS-RUN-IN-FLIGHT TO TRUE
                   DISPLAY "CTRRBLD: RUN-ID "
                       WS-LEDG-RUN-ID(WS-LEDG-IDX)
                       " SHOWS STARTED WITH NO COMPLETED"
               END-IF
           END-PERFORM.

       0061-TALLY-LEDGER-RECORD.
           MOVE "N" TO WS-LEDG-FOUND-FLAG
           IF WS-LEDG-TABLE-COUNT > 0
               SET WS-LEDG-IDX TO 1
               SEARCH WS-LEDG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LEDG-RUN-ID(WS-LEDG-IDX) = LEDG-RUN-ID
                       SET WS-LEDG-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-LEDG-FOUND
               IF WS-LEDG-TABLE-COUNT >= 1000
                   DISPLAY "FATAL: RUNLEDG HAS MORE THAN 1000 "
                       "DISTINCT RUN-IDS - WS-LEDGER-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LEDG-TABLE-COUNT
               SET WS-LEDG-IDX TO WS-LEDG-TABLE-COUNT
               MOVE LEDG-RUN-ID TO WS-LEDG-RUN-ID(WS-LEDG-IDX)
               MOVE 0 TO WS-LEDG-STARTED-COUNT(WS-LEDG-IDX)
               MOVE 0 TO WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX)
           END-IF
           IF LEDG-STATUS = "STARTED"
               ADD 1 TO WS-LEDG-STARTED-COUNT(WS-LEDG-IDX)
           ELSE
               IF LEDG-STATUS = "COMPLETED"
                   ADD 1 TO WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX)
               END-IF
           END-IF.

       0070-LOAD-OLD-COUNTERF.
           MOVE 0 TO WS-OLD-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COUNTER-FILE
           PERFORM UNTIL WS-END-OF-COUNTER-FILE
               READ COUNTER-FILE
                   AT END
                       SET WS-END-OF-COUNTER-FILE TO TRUE
                   NOT AT END
                       IF WS-OLD-TABLE-COUNT >= 100
                           DISPLAY "FATAL: COUNTER-FILE HAS MORE THAN "
                               "100 COUNTER-IDS - WS-OLD-COUNTER-TABLE"
                               " IS FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OLD-TABLE-COUNT
                       SET WS-OLD-IDX TO WS-OLD-TABLE-COUNT
                       MOVE CTR-COUNTER-ID
                           TO WS-OLD-COUNTER-ID(WS-OLD-IDX)
                       MOVE CTR-CURRENT-VALUE
                           TO WS-OLD-CURRENT-VALUE(WS-OLD-IDX)
                       MOVE CTR-CYCLE-NUMBER
                           TO WS-OLD-CYCLE-NUMBER(WS-OLD-IDX)
                       MOVE CTR-HIGH-WATER-MARK
                           TO WS-OLD-HIGH-WATER-MARK(WS-OLD-IDX)
                       MOVE CTR-CYCLE-START-VALUE
                           TO WS-OLD-CYCLE-START-VAL(WS-OLD-IDX)
                       MOVE CTR-STATUS-FLAG
                           TO WS-OLD-STATUS(WS-OLD-IDX)
                       MOVE CTR-NUMBER-PREFIX
                           TO WS-OLD-PREFIX(WS-OLD-IDX)
                       MOVE "N" TO WS-OLD-MATCHED(WS-OLD-IDX)
               END-READ
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  CTRAUDIT is appended in the order changes were made, so it
      *  is replayed straight through. Only APPLIED records changed
      *  anything. Up to the as-of point every applied change counts;
      *  after it only renames do, and only to the current name, so
      *  the journals (which carry current names) still find the
      *  counter. A counter older than the trail (never added on it)
      *  gets its entry at its first rename after the as-of point, so
      *  it keeps the as-of name. A counter added after the as-of
      *  point is noted but not rebuilt.
       0100-REPLAY-AUDIT-TRAIL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM UNTIL WS-END-OF-AUDIT-FILE
               READ MAINT-AUDIT-FILE
                   AT END
                       SET WS-END-OF-AUDIT-FILE TO TRUE
                   NOT AT END
                       IF AUD-RESULT = "APPLIED"
                           MOVE AUD-LOG-DATE TO WS-RECORD-STAMP(1:8)
                           MOVE AUD-LOG-TIME TO WS-RECORD-STAMP(9:6)
                           PERFORM 0110-APPLY-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

       0110-APPLY-AUDIT-RECORD.
           MOVE AUD-COUNTER-ID TO WS-KEY-ID
           PERFORM 8100-FIND-REBUILD-ENTRY
           IF AUD-ACTION = "ADD" AND NOT WS-RBL-FOUND
               IF WS-RECORD-STAMP > WS-AS-OF-STAMP
                   MOVE "N" TO WS-NEW-ENTRY-EXISTS
               ELSE
                   MOVE "Y" TO WS-NEW-ENTRY-EXISTS
               END-IF
               PERFORM 8110-ADD-REBUILD-ENTRY
               IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
                   MOVE "A" TO WS-RBL-STATUS(WS-RBL-IDX)
                   MOVE "Y" TO WS-RBL-STATUS-KNOWN(WS-RBL-IDX)
                   IF AUD-INITIAL-VALUE IS NUMERIC
                       MOVE "Y" TO WS-RBL-INIT-KNOWN(WS-RBL-IDX)
                       MOVE AUD-INITIAL-VALUE
                           TO WS-RBL-INIT-VALUE(WS-RBL-IDX)
                       PERFORM 8120-POST-AUDIT-PREFIX
                   END-IF
               END-IF
           ELSE
           IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
               IF NOT WS-RBL-FOUND
                   MOVE "Y" TO WS-NEW-ENTRY-EXISTS
                   PERFORM 8110-ADD-REBUILD-ENTRY
               END-IF
               IF AUD-ACTION = "SUS" OR AUD-ACTION = "REA" OR
                       AUD-ACTION = "CLO"
                   MOVE AUD-NEW-STATUS TO WS-RBL-STATUS(WS-RBL-IDX)
                   MOVE "Y" TO WS-RBL-STATUS-KNOWN(WS-RBL-IDX)
               ELSE
               IF AUD-ACTION = "PRE"
                   IF AUD-INITIAL-VALUE IS NUMERIC
                       PERFORM 8120-POST-AUDIT-PREFIX
                   END-IF
               ELSE
               IF AUD-ACTION = "REN"
                   MOVE AUD-REASON TO WS-RENAME-REASON
                   MOVE WS-RENAME-NEW-ID TO WS-RBL-REB-ID(WS-RBL-IDX)
                   MOVE WS-RENAME-NEW-ID TO WS-RBL-CUR-ID(WS-RBL-IDX)
               END-IF
               END-IF
               END-IF
           ELSE
           IF AUD-ACTION = "REN"
               IF NOT WS-RBL-FOUND
                   MOVE "Y" TO WS-NEW-ENTRY-EXISTS
                   PERFORM 8110-ADD-REBUILD-ENTRY
               END-IF
               MOVE AUD-REASON TO WS-RENAME-REASON
               MOVE WS-RENAME-NEW-ID TO WS-RBL-CUR-ID(WS-RBL-IDX)
           END-IF
           END-IF
           END-IF.

      *  The journals all carry current counter-ids. Each record up to
      *  the as-of point posts its evidence to the counter; one for a
      *  counter CTRAUDIT never added is older than the trail and gets
      *  an entry of its own.
       0200-READ-ISSUE-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-REGISTER-FILE
               READ ISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-REGISTER-FILE TO TRUE
                   NOT AT END
                       MOVE REG-LOG-DATE TO WS-RECORD-STAMP(1:8)
                       MOVE REG-LOG-TIME TO WS-RECORD-STAMP(9:6)
                       IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
                           MOVE REG-COUNTER-ID TO WS-KEY-ID
                           PERFORM 8130-FIND-OR-ADD-JOURNAL-ENTRY
                           MOVE REG-CYCLE-NUMBER TO WS-POST-CYCLE
                           MOVE REG-LAST-NUMBER  TO WS-POST-NUMBER
                           PERFORM 8300-POST-ISSUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE.

       0210-READ-DOCUMENT-ISSUES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DOCUMENT-ISSUE-FILE
           PERFORM UNTIL WS-END-OF-DOCUMENT-FILE
               READ DOCUMENT-ISSUE-FILE
                   AT END
                       SET WS-END-OF-DOCUMENT-FILE TO TRUE
                   NOT AT END
                       MOVE DOC-LOG-DATE TO WS-RECORD-STAMP(1:8)
                       MOVE DOC-LOG-TIME TO WS-RECORD-STAMP(9:6)
                       IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
                           MOVE DOC-COUNTER-ID TO WS-KEY-ID
                           PERFORM 8130-FIND-OR-ADD-JOURNAL-ENTRY
                           MOVE DOC-CYCLE-NUMBER TO WS-POST-CYCLE
                           MOVE DOC-SEQUENCE     TO WS-POST-NUMBER
                           PERFORM 8300-POST-ISSUE
                           IF WS-RBL-PFX-KNOWN(WS-RBL-IDX) NOT = "Y"
                                   OR WS-RECORD-STAMP(1:8) NOT <
                                       WS-RBL-PFX-DATE(WS-RBL-IDX)
                               MOVE "Y"
                                   TO WS-RBL-PFX-KNOWN(WS-RBL-IDX)
                               MOVE WS-RECORD-STAMP(1:8)
                                   TO WS-RBL-PFX-DATE(WS-RBL-IDX)
                               MOVE DOC-PREFIX
                                   TO WS-RBL-PREFIX(WS-RBL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENT-ISSUE-FILE.

      *  Any NUMHIST record means the counter has left its first
      *  cycle, so the open cycle started at 1. A planned close (and
      *  only a planned close - a rollover goes straight on issuing
      *  number 1 of the next cycle) can be the latest thing to have
      *  happened to a counter.
       0220-READ-NUMBER-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-END-OF-HISTORY-FILE
               READ HISTORY-FILE
                   AT END
                       SET WS-END-OF-HISTORY-FILE TO TRUE
                   NOT AT END
                       MOVE HIST-LOG-DATE TO WS-RECORD-STAMP(1:8)
                       MOVE HIST-LOG-TIME TO WS-RECORD-STAMP(9:6)
                       IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
                           MOVE HIST-COUNTER-ID TO WS-KEY-ID
                           PERFORM 8130-FIND-OR-ADD-JOURNAL-ENTRY
                           MOVE "Y" TO WS-RBL-HIST-SEEN(WS-RBL-IDX)
                           IF HIST-PLANNED-CLOSE
                               PERFORM 8310-POST-PLANNED-CLOSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       0230-READ-JOB-SUMMARIES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
           PERFORM UNTIL WS-END-OF-SUMMARY-FILE
               READ SUMMARY-FILE
                   AT END
                       SET WS-END-OF-SUMMARY-FILE TO TRUE
                   NOT AT END
                       MOVE JOBSUM-LOG-DATE TO WS-RECORD-STAMP(1:8)
                       MOVE JOBSUM-LOG-TIME TO WS-RECORD-STAMP(9:6)
                       IF WS-RECORD-STAMP NOT > WS-AS-OF-STAMP
                           MOVE JOBSUM-COUNTER-ID TO WS-KEY-ID
                           PERFORM 8130-FIND-OR-ADD-JOURNAL-ENTRY
                           IF WS-RBL-HWM-SEEN(WS-RBL-IDX) NOT = "Y" OR
                                   JOBSUM-HIGH-WATER-MARK >
                                       WS-RBL-JOBSUM-HWM(WS-RBL-IDX)
                               MOVE "Y" TO WS-RBL-HWM-SEEN(WS-RBL-IDX)
                               MOVE JOBSUM-HIGH-WATER-MARK
                                   TO WS-RBL-JOBSUM-HWM(WS-RBL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUMMARY-FILE.

      *  Each rebuilt counter is tied to its COUNTERF record by the
      *  current name. A COUNTERF record nothing on the journals
      *  accounts for is carried into the rebuild as it stands.
       0300-MATCH-OLD-COUNTERF.
           PERFORM VARYING WS-RBL-IDX FROM 1 BY 1
                   UNTIL WS-RBL-IDX > WS-RBL-TABLE-COUNT
               MOVE 0 TO WS-RBL-OLD-SUB(WS-RBL-IDX)
               MOVE WS-RBL-CUR-ID(WS-RBL-IDX) TO WS-KEY-ID
               PERFORM 8200-FIND-OLD-ENTRY
               IF WS-OLD-FOUND
                   SET WS-RBL-OLD-SUB(WS-RBL-IDX) TO WS-OLD-IDX
                   MOVE "Y" TO WS-OLD-MATCHED(WS-OLD-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TABLE-COUNT
               IF WS-OLD-MATCHED(WS-OLD-IDX) = "N" AND
                       WS-OLD-COUNTER-ID(WS-OLD-IDX) NOT = SPACES
                   MOVE WS-OLD-COUNTER-ID(WS-OLD-IDX) TO WS-KEY-ID
                   MOVE "Y" TO WS-NEW-ENTRY-EXISTS
                   PERFORM 8110-ADD-REBUILD-ENTRY
                   MOVE "Y" TO WS-RBL-CARRIED-ALL(WS-RBL-IDX)
                   SET WS-RBL-OLD-SUB(WS-RBL-IDX) TO WS-OLD-IDX
                   MOVE "Y" TO WS-OLD-MATCHED(WS-OLD-IDX)
               END-IF
           END-PERFORM.

      *  Turns the evidence into the record BUGSOLUTION would have
      *  left. Value and cycle come from whichever is later, the last
      *  issue or a planned close (which leaves the next cycle open
      *  at zero); with neither, the counter still stands where
      *  CTRMAINT added it. Later means a later business date; on
      *  the same date an issue in the cycle the close ended came
      *  before the close, and one in any other cycle after it.
      *  The high-water mark is never below what was issued.
      *  Anything the journals cannot supply is taken from COUNTERF
      *  and the counter flagged as carried.
       0410-RESOLVE-ONE-COUNTER.
           MOVE "N" TO WS-RBL-CARRIED(WS-RBL-IDX)
           IF WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
               SET WS-OLD-IDX TO WS-RBL-OLD-SUB(WS-RBL-IDX)
           END-IF
           IF WS-RBL-ISSUE-SEEN(WS-RBL-IDX) = "Y" AND
                   (WS-RBL-CLOSE-SEEN(WS-RBL-IDX) NOT = "Y" OR
                    WS-RBL-ISSUE-DATE(WS-RBL-IDX) >
                        WS-RBL-CLOSE-DATE(WS-RBL-IDX) OR
                    (WS-RBL-ISSUE-DATE(WS-RBL-IDX) =
                        WS-RBL-CLOSE-DATE(WS-RBL-IDX) AND
                     WS-RBL-ISSUE-CYCLE(WS-RBL-IDX) NOT =
                        WS-RBL-CLOSE-CYCLE(WS-RBL-IDX)))
               MOVE WS-RBL-ISSUE-NUMBER(WS-RBL-IDX)
                   TO WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               MOVE WS-RBL-ISSUE-CYCLE(WS-RBL-IDX)
                   TO WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
           ELSE
           IF WS-RBL-CLOSE-SEEN(WS-RBL-IDX) = "Y"
               MOVE 0 TO WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               IF WS-RBL-CLOSE-CYCLE(WS-RBL-IDX) < 99999
                   COMPUTE WS-RBL-CYCLE-NUMBER(WS-RBL-IDX) =
                       WS-RBL-CLOSE-CYCLE(WS-RBL-IDX) + 1
               ELSE
                   MOVE 1 TO WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
               END-IF
           ELSE
           IF WS-RBL-INIT-KNOWN(WS-RBL-IDX) = "Y"
               MOVE WS-RBL-INIT-VALUE(WS-RBL-IDX)
                   TO WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               MOVE 1 TO WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
           ELSE
           IF WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
               MOVE WS-OLD-CURRENT-VALUE(WS-OLD-IDX)
                   TO WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               MOVE WS-OLD-CYCLE-NUMBER(WS-OLD-IDX)
                   TO WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
               MOVE "Y" TO WS-RBL-CARRIED(WS-RBL-IDX)
           ELSE
               MOVE 0 TO WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               MOVE 1 TO WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-RBL-HIST-SEEN(WS-RBL-IDX) = "Y"
               MOVE 1 TO WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
           ELSE
           IF WS-RBL-INIT-KNOWN(WS-RBL-IDX) = "Y"
               MOVE WS-RBL-INIT-VALUE(WS-RBL-IDX)
                   TO WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
           ELSE
           IF WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
               MOVE WS-OLD-CYCLE-START-VAL(WS-OLD-IDX)
                   TO WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
               MOVE "Y" TO WS-RBL-CARRIED(WS-RBL-IDX)
           ELSE
               MOVE 1 TO WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
           END-IF
           END-IF
           END-IF
           IF WS-RBL-HWM-SEEN(WS-RBL-IDX) = "Y"
               MOVE WS-RBL-JOBSUM-HWM(WS-RBL-IDX)
                   TO WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
           ELSE
           IF WS-RBL-INIT-KNOWN(WS-RBL-IDX) NOT = "Y" AND
                   WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
               MOVE WS-OLD-HIGH-WATER-MARK(WS-OLD-IDX)
                   TO WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
               MOVE "Y" TO WS-RBL-CARRIED(WS-RBL-IDX)
           ELSE
               MOVE 0 TO WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
           END-IF
           END-IF
           IF WS-RBL-INIT-KNOWN(WS-RBL-IDX) = "Y" AND
                   WS-RBL-INIT-VALUE(WS-RBL-IDX) >
                       WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
               MOVE WS-RBL-INIT-VALUE(WS-RBL-IDX)
                   TO WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
           END-IF
           IF WS-RBL-CURRENT-VALUE(WS-RBL-IDX) >
                   WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
               MOVE WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
                   TO WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
           END-IF
           IF WS-RBL-STATUS-KNOWN(WS-RBL-IDX) NOT = "Y"
               IF WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
                   MOVE WS-OLD-STATUS(WS-OLD-IDX)
                       TO WS-RBL-STATUS(WS-RBL-IDX)
                   IF WS-RBL-STATUS(WS-RBL-IDX) = SPACE
                       MOVE "A" TO WS-RBL-STATUS(WS-RBL-IDX)
                   END-IF
                   MOVE "Y" TO WS-RBL-CARRIED(WS-RBL-IDX)
               ELSE
                   MOVE "A" TO WS-RBL-STATUS(WS-RBL-IDX)
               END-IF
           END-IF
           IF WS-RBL-PFX-KNOWN(WS-RBL-IDX) NOT = "Y"
               IF WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
                   MOVE WS-OLD-PREFIX(WS-OLD-IDX)
                       TO WS-RBL-PREFIX(WS-RBL-IDX)
                   MOVE "Y" TO WS-RBL-CARRIED(WS-RBL-IDX)
               ELSE
                   MOVE SPACES TO WS-RBL-PREFIX(WS-RBL-IDX)
               END-IF
           END-IF.

       0500-WRITE-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HDR-LINE TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           IF WS-WRITE-REFUSED
               MOVE "WRITE REFUSED - RUN IN FLIGHT ON RUNLEDG"
                   TO RB-REPORT-LINE
           ELSE
               IF WS-WRITE-REQUESTED
                   MOVE "COUNTERF REPLACED WITH THE REBUILT RECORDS"
                       TO RB-REPORT-LINE
               ELSE
                   MOVE "REPORT ONLY - COUNTERF NOT CHANGED"
                       TO RB-REPORT-LINE
               END-IF
           END-IF
           WRITE RB-REPORT-LINE
           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE "REBUILT COUNTERS:" TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE WS-CTR-HDR-LINE TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           PERFORM VARYING WS-RBL-IDX FROM 1 BY 1
                   UNTIL WS-RBL-IDX > WS-RBL-TABLE-COUNT
               IF WS-RBL-EXISTS(WS-RBL-IDX) = "Y"
                   PERFORM 0510-REPORT-ONE-COUNTER
               END-IF
           END-PERFORM
           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE "ON COUNTERF BUT NOT REBUILT:" TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           PERFORM VARYING WS-RBL-IDX FROM 1 BY 1
                   UNTIL WS-RBL-IDX > WS-RBL-TABLE-COUNT
               IF WS-RBL-EXISTS(WS-RBL-IDX) = "N" AND
                       WS-RBL-OLD-SUB(WS-RBL-IDX) > 0
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE WS-RBL-CUR-ID(WS-RBL-IDX) TO WS-DR-COUNTER-ID
                   MOVE "ADDED ON CTRAUDIT AFTER THE AS-OF POINT"
                       TO WS-DR-REASON
                   MOVE WS-DROP-LINE TO RB-REPORT-LINE
                   WRITE RB-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-DROPPED-COUNT = 0
               MOVE "  NONE" TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE
           END-IF.

       0510-REPORT-ONE-COUNTER.
           MOVE WS-RBL-REB-ID(WS-RBL-IDX)  TO WS-CL-COUNTER-ID
           MOVE WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
               TO WS-CL-CURRENT-VALUE
           MOVE WS-RBL-CYCLE-NUMBER(WS-RBL-IDX) TO WS-CL-CYCLE-NUMBER
           MOVE WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
               TO WS-CL-HIGH-WATER-MARK
           MOVE WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
               TO WS-CL-CYCLE-START-VAL
           MOVE WS-RBL-STATUS(WS-RBL-IDX)  TO WS-CL-STATUS
           MOVE WS-RBL-PREFIX(WS-RBL-IDX)  TO WS-CL-PREFIX
           MOVE SPACES TO WS-CL-NOTE
           IF WS-RBL-CARRIED-ALL(WS-RBL-IDX) = "Y"
               MOVE "NO JOURNAL HISTORY - CARRIED" TO WS-CL-NOTE
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               IF WS-RBL-CARRIED(WS-RBL-IDX) = "Y"
                   MOVE "PARTLY CARRIED FROM COUNTERF" TO WS-CL-NOTE
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-IF
           MOVE 0 TO WS-FIELD-DIFF-COUNT
           IF WS-RBL-OLD-SUB(WS-RBL-IDX) = 0
               MOVE "NOT ON CF" TO WS-CL-RESULT
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-CTR-LINE TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE
           ELSE
               SET WS-OLD-IDX TO WS-RBL-OLD-SUB(WS-RBL-IDX)
               MOVE WS-OLD-STATUS(WS-OLD-IDX) TO WS-OLD-STATUS-CMP
               IF WS-OLD-STATUS-CMP = SPACE
                   MOVE "A" TO WS-OLD-STATUS-CMP
               END-IF
               PERFORM 0520-COUNT-FIELD-DIFFERENCES
               IF WS-FIELD-DIFF-COUNT = 0
                   MOVE "MATCHES" TO WS-CL-RESULT
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-CTR-LINE TO RB-REPORT-LINE
                   WRITE RB-REPORT-LINE
               ELSE
                   MOVE "DIFFERS" TO WS-CL-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE WS-CTR-LINE TO RB-REPORT-LINE
                   WRITE RB-REPORT-LINE
                   PERFORM 0530-WRITE-FIELD-DIFFERENCES
               END-IF
           END-IF.

       0520-COUNT-FIELD-DIFFERENCES.
           IF WS-RBL-REB-ID(WS-RBL-IDX) NOT =
                   WS-OLD-COUNTER-ID(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-CURRENT-VALUE(WS-RBL-IDX) NOT =
                   WS-OLD-CURRENT-VALUE(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-CYCLE-NUMBER(WS-RBL-IDX) NOT =
                   WS-OLD-CYCLE-NUMBER(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX) NOT =
                   WS-OLD-HIGH-WATER-MARK(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-CYCLE-START-VAL(WS-RBL-IDX) NOT =
                   WS-OLD-CYCLE-START-VAL(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-STATUS(WS-RBL-IDX) NOT = WS-OLD-STATUS-CMP
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF
           IF WS-RBL-PREFIX(WS-RBL-IDX) NOT =
                   WS-OLD-PREFIX(WS-OLD-IDX)
               ADD 1 TO WS-FIELD-DIFF-COUNT
           END-IF.

       0530-WRITE-FIELD-DIFFERENCES.
           IF WS-RBL-REB-ID(WS-RBL-IDX) NOT =
                   WS-OLD-COUNTER-ID(WS-OLD-IDX)
               MOVE "COUNTER-ID" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-COUNTER-ID(WS-OLD-IDX) TO WS-DL-OLD-VALUE
               MOVE WS-RBL-REB-ID(WS-RBL-IDX) TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-CURRENT-VALUE(WS-RBL-IDX) NOT =
                   WS-OLD-CURRENT-VALUE(WS-OLD-IDX)
               MOVE "CURRENT-VALUE" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-CURRENT-VALUE(WS-OLD-IDX)
                   TO WS-DL-OLD-VALUE
               MOVE WS-RBL-CURRENT-VALUE(WS-RBL-IDX)
                   TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-CYCLE-NUMBER(WS-RBL-IDX) NOT =
                   WS-OLD-CYCLE-NUMBER(WS-OLD-IDX)
               MOVE "CYCLE-NUMBER" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-CYCLE-NUMBER(WS-OLD-IDX)
                   TO WS-DL-OLD-VALUE
               MOVE WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)
                   TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX) NOT =
                   WS-OLD-HIGH-WATER-MARK(WS-OLD-IDX)
               MOVE "HIGH-WATER-MARK" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-HIGH-WATER-MARK(WS-OLD-IDX)
                   TO WS-DL-OLD-VALUE
               MOVE WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX)
                   TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-CYCLE-START-VAL(WS-RBL-IDX) NOT =
                   WS-OLD-CYCLE-START-VAL(WS-OLD-IDX)
               MOVE "CYCLE-START-VALUE" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-CYCLE-START-VAL(WS-OLD-IDX)
                   TO WS-DL-OLD-VALUE
               MOVE WS-RBL-CYCLE-START-VAL(WS-RBL-IDX)
                   TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-STATUS(WS-RBL-IDX) NOT = WS-OLD-STATUS-CMP
               MOVE "STATUS-FLAG" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-STATUS(WS-OLD-IDX) TO WS-DL-OLD-VALUE
               MOVE WS-RBL-STATUS(WS-RBL-IDX) TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF
           IF WS-RBL-PREFIX(WS-RBL-IDX) NOT =
                   WS-OLD-PREFIX(WS-OLD-IDX)
               MOVE "NUMBER-PREFIX" TO WS-DL-FIELD-NAME
               MOVE WS-OLD-PREFIX(WS-OLD-IDX) TO WS-DL-OLD-VALUE
               MOVE WS-RBL-PREFIX(WS-RBL-IDX) TO WS-DL-NEW-VALUE
               PERFORM 0540-WRITE-DIFF-LINE
           END-IF.

       0540-WRITE-DIFF-LINE.
           MOVE WS-DIFF-LINE TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE.

       0590-WRITE-TOTALS.
           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE "TOTALS:" TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE
           MOVE "COUNTERS MATCHING COUNTERF" TO WS-TL-LABEL
           MOVE WS-MATCH-COUNT TO WS-TL-COUNT
           PERFORM 0595-WRITE-TOTAL-LINE
           MOVE "COUNTERS DIFFERING FROM COUNTERF" TO WS-TL-LABEL
           MOVE WS-DIFFER-COUNT TO WS-TL-COUNT
           PERFORM 0595-WRITE-TOTAL-LINE
           MOVE "REBUILT COUNTERS NOT ON COUNTERF" TO WS-TL-LABEL
           MOVE WS-NEW-COUNT TO WS-TL-COUNT
           PERFORM 0595-WRITE-TOTAL-LINE
           MOVE "COUNTERF RECORDS NOT REBUILT" TO WS-TL-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT
           PERFORM 0595-WRITE-TOTAL-LINE
           MOVE "COUNTERS CARRIED FROM COUNTERF" TO WS-TL-LABEL
           MOVE WS-CARRIED-COUNT TO WS-TL-COUNT
           PERFORM 0595-WRITE-TOTAL-LINE
           IF WS-WRITE-REQUESTED AND NOT WS-WRITE-REFUSED
               MOVE "RECORDS WRITTEN TO COUNTERF" TO WS-TL-LABEL
               MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT
               PERFORM 0595-WRITE-TOTAL-LINE
           END-IF.

       0595-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE.

       0600-WRITE-COUNTERF.
           MOVE 0 TO WS-WRITTEN-COUNT
           OPEN OUTPUT COUNTER-FILE
           PERFORM VARYING WS-RBL-IDX FROM 1 BY 1
                   UNTIL WS-RBL-IDX > WS-RBL-TABLE-COUNT
               IF WS-RBL-EXISTS(WS-RBL-IDX) = "Y"
                   MOVE WS-RBL-REB-ID(WS-RBL-IDX)          TO
                       CTR-COUNTER-ID
                   MOVE WS-RBL-CURRENT-VALUE(WS-RBL-IDX)   TO
                       CTR-CURRENT-VALUE
                   MOVE WS-RBL-CYCLE-NUMBER(WS-RBL-IDX)    TO
                       CTR-CYCLE-NUMBER
                   MOVE WS-RBL-HIGH-WATER-MARK(WS-RBL-IDX) TO
                       CTR-HIGH-WATER-MARK
                   MOVE WS-RBL-CYCLE-START-VAL(WS-RBL-IDX) TO
                       CTR-CYCLE-START-VALUE
                   MOVE WS-RBL-STATUS(WS-RBL-IDX)          TO
                       CTR-STATUS-FLAG
                   MOVE WS-RBL-PREFIX(WS-RBL-IDX)          TO
                       CTR-NUMBER-PREFIX
                   WRITE CTR-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  Matched on the current name: the journals carry it, and
      *  during the CTRAUDIT replay it is the name the counter had
      *  when the record being replayed was written.
       8100-FIND-REBUILD-ENTRY.
           MOVE "N" TO WS-RBL-FOUND-FLAG
           IF WS-RBL-TABLE-COUNT > 0 AND WS-KEY-ID NOT = SPACES
               SET WS-RBL-IDX TO 1
               SEARCH WS-RBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RBL-CUR-ID(WS-RBL-IDX) = WS-KEY-ID
                       SET WS-RBL-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8110-ADD-REBUILD-ENTRY.
           IF WS-RBL-TABLE-COUNT >= 100
               DISPLAY "FATAL: CANNOT ADD COUNTER-ID " WS-KEY-ID
                   " - WS-REBUILD-TABLE IS FULL AT 100 ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RBL-TABLE-COUNT
           SET WS-RBL-IDX TO WS-RBL-TABLE-COUNT
           INITIALIZE WS-RBL-ENTRY(WS-RBL-IDX)
           MOVE WS-KEY-ID TO WS-RBL-REB-ID(WS-RBL-IDX)
           MOVE WS-KEY-ID TO WS-RBL-CUR-ID(WS-RBL-IDX)
           MOVE WS-NEW-ENTRY-EXISTS TO WS-RBL-EXISTS(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-CARRIED-ALL(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-INIT-KNOWN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-STATUS-KNOWN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-PFX-KNOWN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-ISSUE-SEEN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-CLOSE-SEEN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-HIST-SEEN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-HWM-SEEN(WS-RBL-IDX)
           MOVE "N" TO WS-RBL-CARRIED(WS-RBL-IDX)
           MOVE 0   TO WS-RBL-OLD-SUB(WS-RBL-IDX)
           SET WS-RBL-FOUND TO TRUE.

      *  A prefix is only taken from an audit record written since
      *  CTRAUDIT carried it (INITIAL-VALUE numeric); on those a
      *  blank prefix is a real one.
       8120-POST-AUDIT-PREFIX.
           MOVE "Y" TO WS-RBL-PFX-KNOWN(WS-RBL-IDX)
           MOVE WS-RECORD-STAMP(1:8) TO WS-RBL-PFX-DATE(WS-RBL-IDX)
           MOVE AUD-NUMBER-PREFIX TO WS-RBL-PREFIX(WS-RBL-IDX).

       8130-FIND-OR-ADD-JOURNAL-ENTRY.
           PERFORM 8100-FIND-REBUILD-ENTRY
           IF NOT WS-RBL-FOUND
               MOVE "Y" TO WS-NEW-ENTRY-EXISTS
               PERFORM 8110-ADD-REBUILD-ENTRY
           END-IF.

       8200-FIND-OLD-ENTRY.
           MOVE "N" TO WS-OLD-FOUND-FLAG
           IF WS-OLD-TABLE-COUNT > 0
               SET WS-OLD-IDX TO 1
               SEARCH WS-OLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OLD-COUNTER-ID(WS-OLD-IDX) = WS-KEY-ID
                           AND WS-OLD-MATCHED(WS-OLD-IDX) = "N"
                       SET WS-OLD-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *  The latest issue wins: one under a later business date,
      *  or on the same date one further down the journal. ISSUEREG
      *  and DOCISSUE are read one after the other, so a DOCISSUE
      *  record on the same date gives way when it is behind what
      *  ISSUEREG posted - a lower number in the same cycle (a
      *  document from a block already posted) or an earlier cycle
      *  (cycles only move forward within a night).
       8300-POST-ISSUE.
           IF WS-RBL-ISSUE-SEEN(WS-RBL-IDX) NOT = "Y" OR
                   WS-RECORD-STAMP(1:8) >
                       WS-RBL-ISSUE-DATE(WS-RBL-IDX) OR
                   (WS-RECORD-STAMP(1:8) =
                       WS-RBL-ISSUE-DATE(WS-RBL-IDX)
                    AND NOT
                    (WS-POST-CYCLE < WS-RBL-ISSUE-CYCLE(WS-RBL-IDX) OR
                     (WS-POST-CYCLE = WS-RBL-ISSUE-CYCLE(WS-RBL-IDX)
                      AND WS-POST-NUMBER <
                          WS-RBL-ISSUE-NUMBER(WS-RBL-IDX))))
               MOVE "Y" TO WS-RBL-ISSUE-SEEN(WS-RBL-IDX)
               MOVE WS-RECORD-STAMP(1:8)
                   TO WS-RBL-ISSUE-DATE(WS-RBL-IDX)
               MOVE WS-POST-CYCLE   TO WS-RBL-ISSUE-CYCLE(WS-RBL-IDX)
               MOVE WS-POST-NUMBER  TO WS-RBL-ISSUE-NUMBER(WS-RBL-IDX)
           END-IF.

      *  NUMHIST is read in order, so of two closes on the same
      *  business date the one further down the file wins.
       8310-POST-PLANNED-CLOSE.
           IF WS-RBL-CLOSE-SEEN(WS-RBL-IDX) NOT = "Y" OR
                   WS-RECORD-STAMP(1:8) NOT <
                       WS-RBL-CLOSE-DATE(WS-RBL-IDX)
               MOVE "Y" TO WS-RBL-CLOSE-SEEN(WS-RBL-IDX)
               MOVE WS-RECORD-STAMP(1:8)
                   TO WS-RBL-CLOSE-DATE(WS-RBL-IDX)
               MOVE HIST-CYCLE-NUMBER
                   TO WS-RBL-CLOSE-CYCLE(WS-RBL-IDX)
           END-IF.
