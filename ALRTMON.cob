       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMON.
      *****************************************************************
      *  Alert acknowledgement and escalation for the MONALERT pages  *
      *  BUGSOLUTION raises on OVERFLOW, OVERFLOW2 and REJECTED       *
      *  events and when its run ledger shows an earlier run that     *
      *  never completed (RUN-LEDGER). MONALERT itself only says a    *
      *  page went out; nothing recorded whether anyone answered it.  *
      *  This scheduled job keeps the ALRTSTAT status file - one      *
      *  record per page, open until an operator acknowledges it.     *
      *  Each run it:                                                 *
      *    - picks up the MONALERT pages not yet on ALRTSTAT, as      *
      *      open alerts at tier 1;                                   *
      *    - applies the ALRTACK acknowledgements (operator id on     *
      *      OPRAUTH with at least one action flag, and a resolution  *
      *      note), closing the alerts they match, then empties       *
      *      ALRTACK;                                                 *
      *    - re-raises each open alert that has gone unacknowledged   *
      *      at its tier past its severity's time limit (ALRTPARM) to *
      *      the next tier, as an ALRTESC record the monitoring       *
      *      pickup job pages on as it does MONALERT;                 *
      *    - writes the open/closed alert aging report ALRTMON.OUT;   *
      *    - drops closed alerts older than the retention days and    *
      *      rewrites ALRTSTAT.                                       *
      *  Alert stamps carry the business date with the wall-clock     *
      *  time, so elapsed time here is measured the same way: the     *
      *  business date from BUSDATE with the time of this run.        *
      *  Return code 8 when anything was escalated or an              *
      *  acknowledgement was rejected.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERT-PARM-FILE ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MONITOR-ALERT-FILE ASSIGN TO "MONALERT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERT-ACK-FILE ASSIGN TO "ALRTACK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERT-STATUS-FILE ASSIGN TO "ALRTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERT-ESCALATION-FILE ASSIGN TO "ALRTESC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-REPORT-FILE ASSIGN TO "ALRTMON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  ALERT-PARM-FILE.
           COPY ALRTPRM.

       FD  MONITOR-ALERT-FILE.
           COPY MONALRT.

       FD  OPERATOR-AUTH-FILE.
           COPY OPRAUTH.

       FD  ALERT-ACK-FILE.
           COPY ALRTACK.

       FD  ALERT-STATUS-FILE.
           COPY ALRTSTA.

       FD  ALERT-ESCALATION-FILE.
           COPY ALRTESC.

       FD  ALERT-REPORT-FILE.
       01  AM-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-OPERATOR-FILE         VALUE "O".
           88  WS-END-OF-STATUS-FILE           VALUE "S".
           88  WS-END-OF-ALERT-FILE            VALUE "M".
           88  WS-END-OF-ACK-FILE              VALUE "K".

      *  Minutes an alert may stay unacknowledged at one tier, by
      *  severity, and the days closed alerts are kept.
       01  WS-SEVERITY-LIMITS.
           05  WS-SEV-MINUTES          PIC 9(04) OCCURS 4 TIMES.
       01  WS-RETENTION-DAYS           PIC 9(05).
       01  WS-TOP-TIER                 PIC 9(01) VALUE 3.

       01  WS-NOW-DATE                 PIC X(08).
       01  WS-NOW-TIME                 PIC X(06).
       01  WS-TODAY-NUM                PIC 9(08).
       01  WS-CUTOFF-NUM               PIC 9(08).
       01  WS-CUTOFF-INTEGER           PIC 9(08).
       01  WS-CUTOFF-DATE              PIC X(08).

      *  Elapsed minutes between two date/time stamps (8300).
       01  WS-FROM-DATE                PIC X(08).
       01  WS-FROM-TIME.
           05  WS-FROM-HH              PIC 9(02).
           05  WS-FROM-MM              PIC 9(02).
           05  WS-FROM-SS              PIC 9(02).
       01  WS-TO-DATE                  PIC X(08).
       01  WS-TO-TIME.
           05  WS-TO-HH                PIC 9(02).
           05  WS-TO-MM                PIC 9(02).
           05  WS-TO-SS                PIC 9(02).
       01  WS-FROM-DATE-NUM            PIC 9(08).
       01  WS-TO-DATE-NUM              PIC 9(08).
       01  WS-ELAPSED-WORK             PIC S9(09).
       01  WS-ELAPSED-MINUTES          PIC 9(06).

       01  WS-OPR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPR-TABLE-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-OPERATOR-ID      PIC X(08).
               10  WS-OPR-ACTIVE           PIC X(01).
       01  WS-OPR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-OPR-FOUND                     VALUE "Y".
       01  WS-OPR-FLAG-COUNT           PIC 9(02).

      *  ALRTSTAT in core, plus the pages picked up this run. The key
      *  of an alert is its MONALERT date, time, job, run, counter
      *  and field.
       01  WS-ALT-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-ALERT-TABLE.
           05  WS-ALT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ALT-TABLE-COUNT
                   INDEXED BY WS-ALT-IDX.
               10  WS-ALT-ALERT-DATE       PIC X(08).
               10  WS-ALT-ALERT-TIME       PIC X(06).
               10  WS-ALT-JOB-ID           PIC X(08).
               10  WS-ALT-RUN-ID           PIC X(08).
               10  WS-ALT-COUNTER-ID       PIC X(10).
               10  WS-ALT-FIELD-NAME       PIC X(10).
               10  WS-ALT-OLD-VALUE        PIC 9(06).
               10  WS-ALT-TEXT             PIC X(50).
               10  WS-ALT-SEVERITY         PIC 9(01).
               10  WS-ALT-TIER             PIC 9(01).
               10  WS-ALT-STATUS           PIC X(01).
               10  WS-ALT-LAST-RAISED-DATE PIC X(08).
               10  WS-ALT-LAST-RAISED-TIME PIC X(06).
               10  WS-ALT-ACK-DATE         PIC X(08).
               10  WS-ALT-ACK-TIME         PIC X(06).
               10  WS-ALT-ACK-OPERATOR-ID  PIC X(08).
               10  WS-ALT-RESOLUTION-NOTE  PIC X(50).
       01  WS-ALT-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-ALT-FOUND                     VALUE "Y".

       01  WS-ACK-REJECT-REASON        PIC X(30).
       01  WS-ACK-CLOSED-COUNT         PIC 9(04).

       01  WS-PICKED-UP-COUNT          PIC 9(04) VALUE 0.
       01  WS-ACK-APPLIED-COUNT        PIC 9(04) VALUE 0.
       01  WS-ACK-REJECTED-COUNT       PIC 9(04) VALUE 0.
       01  WS-CLOSED-BY-ACK-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESCALATED-COUNT          PIC 9(04) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(04) VALUE 0.
       01  WS-CLOSED-TODAY-COUNT       PIC 9(04) VALUE 0.
       01  WS-PRUNED-COUNT             PIC 9(04) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(04) VALUE 0.

      *  Aging summary: open alerts by age bucket (1 under an hour,
      *  2 one to four hours, 3 four to 24 hours, 4 over 24 hours)
      *  and alerts closed on the business date, per severity.
       01  WS-AGING-TABLE.
           05  WS-AGE-SEVERITY OCCURS 4 TIMES.
               10  WS-AGE-BUCKET-COUNT PIC 9(04) OCCURS 4 TIMES.
               10  WS-AGE-CLOSED-COUNT PIC 9(04).
       01  WS-SEV-SUB                  PIC 9(02).
       01  WS-BKT-SUB                  PIC 9(02).
       01  WS-SEV-DIGIT                PIC 9(01).
       01  WS-SEV-TOTAL                PIC 9(05).
       01  WS-ALL-BUCKET-TOTALS.
           05  WS-ALL-BUCKET-COUNT     PIC 9(05) OCCURS 4 TIMES.
       01  WS-ALL-OPEN-TOTAL           PIC 9(05).
       01  WS-ALL-CLOSED-TOTAL         PIC 9(05).

       01  WS-EVENT-NAMES.
           05  FILLER                  PIC X(09) VALUE "OVERFLOW2".
           05  FILLER                  PIC X(09) VALUE "OVERFLOW ".
           05  FILLER                  PIC X(09) VALUE "REJECTED ".
           05  FILLER                  PIC X(09) VALUE "RUNLEDGER".
       01  WS-EVENT-NAME-TABLE REDEFINES WS-EVENT-NAMES.
           05  WS-EVENT-NAME           PIC X(09) OCCURS 4 TIMES.

       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(05) VALUE "<1H  ".
           05  FILLER                  PIC X(05) VALUE "1-4H ".
           05  FILLER                  PIC X(05) VALUE "4-24H".
           05  FILLER                  PIC X(05) VALUE ">24H ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          PIC X(05) OCCURS 4 TIMES.

      *  Report line layouts, moved into AM-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(37) VALUE
               "MONALERT ACKNOWLEDGEMENT AND AGING - ".
           05  FILLER                  PIC X(14) VALUE
               "BUSINESS DATE ".
           05  WS-HDR-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(06) VALUE " TIME ".
           05  WS-HDR-TIME             PIC X(06).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-ACK-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "  DATE     TIME   COUNTER-ID OPERATO".
           05  FILLER                  PIC X(64) VALUE
               "R CLOSED RESULT".

       01  WS-ACK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AK-ALERT-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AK-ALERT-TIME        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AK-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AK-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AK-CLOSED-COUNT      PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AK-RESULT            PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-ALERT-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "  DATE     TIME   COUNTER-ID EVENT  ".
           05  FILLER                  PIC X(64) VALUE
               "   S T MINUTES AGE   DETAIL".

       01  WS-ALERT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-ALERT-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-ALERT-TIME        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-EVENT             PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-SEVERITY          PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-TIER              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-MINUTES           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-BUCKET            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AL-DETAIL            PIC X(43).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "NOTE: ".
           05  WS-NL-NOTE              PIC X(50).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-AGE-HDR-LINE.
           05  FILLER                  PIC X(31) VALUE
               "  S   EVENT         <1H    1-4H".
           05  FILLER                  PIC X(69) VALUE
               "   4-24H    >24H    OPEN  CLOSED TODAY".

       01  WS-AGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-SEVERITY          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AG-EVENT             PIC X(09).
           05  WS-AG-BUCKETS OCCURS 4 TIMES.
               10  FILLER              PIC X(02).
               10  WS-AG-BUCKET-COUNT  PIC Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-OPEN-TOTAL        PIC Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AG-CLOSED-TOTAL      PIC Z(05)9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC Z(03)9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-LOAD-ALERT-PARMS
           PERFORM 0060-LOAD-OPERATORS
           PERFORM 0100-LOAD-ALERT-STATUS
           PERFORM 0200-PICK-UP-NEW-ALERTS
           OPEN OUTPUT ALERT-REPORT-FILE
           MOVE WS-NOW-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-NOW-TIME TO WS-HDR-TIME
           MOVE WS-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           PERFORM 0300-APPLY-ACKNOWLEDGEMENTS
           PERFORM 0400-ESCALATE-OPEN-ALERTS
           PERFORM 0500-REPORT-OPEN-ALERTS
           PERFORM 0600-REPORT-CLOSED-TODAY
           PERFORM 0700-REPORT-AGING-SUMMARY
           PERFORM 0800-WRITE-ALERT-STATUS
           PERFORM 0900-WRITE-TOTALS
           CLOSE ALERT-REPORT-FILE
           DISPLAY "ALRTMON COMPLETE - PICKED UP: " WS-PICKED-UP-COUNT
               " CLOSED: " WS-CLOSED-BY-ACK-COUNT
               " ESCALATED: " WS-ESCALATED-COUNT
               " STILL OPEN: " WS-OPEN-COUNT
               " ACKS REJECTED: " WS-ACK-REJECTED-COUNT
           IF WS-ESCALATED-COUNT > 0 OR WS-ACK-REJECTED-COUNT > 0
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

      *  Defaults first; an ALRTPARM field overrides only when it is
      *  numeric and not zero. "Now" is the business date with the
      *  time of this run, and the pick-up and retention cutoff is
      *  the business date less the retention days.
       0050-LOAD-ALERT-PARMS.
           MOVE 30  TO WS-SEV-MINUTES(1)
           MOVE 60  TO WS-SEV-MINUTES(2)
           MOVE 240 TO WS-SEV-MINUTES(3)
           MOVE 30  TO WS-SEV-MINUTES(4)
           MOVE 30  TO WS-RETENTION-DAYS
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ALERT-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ ALERT-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF ALRP-SEV1-MINUTES IS NUMERIC AND
                               ALRP-SEV1-MINUTES > 0
                           MOVE ALRP-SEV1-MINUTES TO WS-SEV-MINUTES(1)
                       END-IF
                       IF ALRP-SEV2-MINUTES IS NUMERIC AND
                               ALRP-SEV2-MINUTES > 0
                           MOVE ALRP-SEV2-MINUTES TO WS-SEV-MINUTES(2)
                       END-IF
                       IF ALRP-SEV3-MINUTES IS NUMERIC AND
                               ALRP-SEV3-MINUTES > 0
                           MOVE ALRP-SEV3-MINUTES TO WS-SEV-MINUTES(3)
                       END-IF
                       IF ALRP-SEV4-MINUTES IS NUMERIC AND
                               ALRP-SEV4-MINUTES > 0
                           MOVE ALRP-SEV4-MINUTES TO WS-SEV-MINUTES(4)
                       END-IF
                       IF ALRP-RETENTION-DAYS IS NUMERIC AND
                               ALRP-RETENTION-DAYS > 0
                           MOVE ALRP-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-PARM-FILE
           MOVE WS-BUSINESS-DATE TO WS-NOW-DATE
           MOVE WS-CD-FULL(9:6) TO WS-NOW-TIME
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
               WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

      *  An operator whose flags are all blank has been revoked
      *  (OPRAUTH) and may not acknowledge either.
       0060-LOAD-OPERATORS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPERATOR-AUTH-FILE
           PERFORM UNTIL WS-END-OF-OPERATOR-FILE
               READ OPERATOR-AUTH-FILE
                   AT END
                       SET WS-END-OF-OPERATOR-FILE TO TRUE
                   NOT AT END
                       IF WS-OPR-TABLE-COUNT >= 500
                           DISPLAY "FATAL: OPRAUTH HAS MORE THAN 500 "
                               "RECORDS - WS-OPERATOR-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OPR-TABLE-COUNT
                       SET WS-OPR-IDX TO WS-OPR-TABLE-COUNT
                       MOVE OPR-OPERATOR-ID
                           TO WS-OPR-OPERATOR-ID(WS-OPR-IDX)
                       MOVE 0 TO WS-OPR-FLAG-COUNT
                       INSPECT OPR-PERMISSIONS TALLYING
                           WS-OPR-FLAG-COUNT FOR ALL "Y"
                       IF WS-OPR-FLAG-COUNT > 0
                           MOVE "Y" TO WS-OPR-ACTIVE(WS-OPR-IDX)
                       ELSE
                           MOVE "N" TO WS-OPR-ACTIVE(WS-OPR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.

      *  A RUN-LEDGER page kept from before it had a severity of its
      *  own comes back as severity 4.
       0100-LOAD-ALERT-STATUS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ALERT-STATUS-FILE
           PERFORM UNTIL WS-END-OF-STATUS-FILE
               READ ALERT-STATUS-FILE
                   AT END
                       SET WS-END-OF-STATUS-FILE TO TRUE
                   NOT AT END
                       PERFORM 8100-ADD-ALERT-ENTRY
                       MOVE ASTA-ALERT-DATE
                           TO WS-ALT-ALERT-DATE(WS-ALT-IDX)
                       MOVE ASTA-ALERT-TIME
                           TO WS-ALT-ALERT-TIME(WS-ALT-IDX)
                       MOVE ASTA-JOB-ID TO WS-ALT-JOB-ID(WS-ALT-IDX)
                       MOVE ASTA-RUN-ID TO WS-ALT-RUN-ID(WS-ALT-IDX)
                       MOVE ASTA-COUNTER-ID
                           TO WS-ALT-COUNTER-ID(WS-ALT-IDX)
                       MOVE ASTA-FIELD-NAME
                           TO WS-ALT-FIELD-NAME(WS-ALT-IDX)
                       IF ASTA-OLD-VALUE IS NUMERIC
                           MOVE ASTA-OLD-VALUE
                               TO WS-ALT-OLD-VALUE(WS-ALT-IDX)
                       END-IF
                       MOVE ASTA-TEXT TO WS-ALT-TEXT(WS-ALT-IDX)
                       IF ASTA-FIELD-NAME = "RUN-LEDGER"
                           MOVE 4 TO WS-ALT-SEVERITY(WS-ALT-IDX)
                       ELSE
                       IF ASTA-SEVERITY IS NUMERIC AND
                               ASTA-SEVERITY > 0 AND ASTA-SEVERITY < 5
                           MOVE ASTA-SEVERITY
                               TO WS-ALT-SEVERITY(WS-ALT-IDX)
                       ELSE
                           MOVE 3 TO WS-ALT-SEVERITY(WS-ALT-IDX)
                       END-IF
                       END-IF
                       IF ASTA-TIER IS NUMERIC
                           MOVE ASTA-TIER TO WS-ALT-TIER(WS-ALT-IDX)
                       ELSE
                           MOVE 1 TO WS-ALT-TIER(WS-ALT-IDX)
                       END-IF
                       MOVE ASTA-STATUS TO WS-ALT-STATUS(WS-ALT-IDX)
                       MOVE ASTA-LAST-RAISED-DATE
                           TO WS-ALT-LAST-RAISED-DATE(WS-ALT-IDX)
                       MOVE ASTA-LAST-RAISED-TIME
                           TO WS-ALT-LAST-RAISED-TIME(WS-ALT-IDX)
                       MOVE ASTA-ACK-DATE
                           TO WS-ALT-ACK-DATE(WS-ALT-IDX)
                       MOVE ASTA-ACK-TIME
                           TO WS-ALT-ACK-TIME(WS-ALT-IDX)
                       MOVE ASTA-ACK-OPERATOR-ID
                           TO WS-ALT-ACK-OPERATOR-ID(WS-ALT-IDX)
                       MOVE ASTA-RESOLUTION-NOTE
                           TO WS-ALT-RESOLUTION-NOTE(WS-ALT-IDX)
               END-READ
           END-PERFORM
           CLOSE ALERT-STATUS-FILE.

      *  MONALERT is append-only, so every page inside the retention
      *  window is looked at each run; one already on ALRTSTAT (open
      *  or closed) is left alone. Severity follows the field
      *  BUGSOLUTION names on the page: WS-NUMBER2 is a cycle-number
      *  wrap, WS-NUMBER a counter rollover, RUN-LEDGER an earlier
      *  run left incomplete on the ledger, anything else a
      *  rejected run.
       0200-PICK-UP-NEW-ALERTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MONITOR-ALERT-FILE
           PERFORM UNTIL WS-END-OF-ALERT-FILE
               READ MONITOR-ALERT-FILE
                   AT END
                       SET WS-END-OF-ALERT-FILE TO TRUE
                   NOT AT END
                       IF MONALERT-DATE IS NUMERIC AND
                               MONALERT-DATE >= WS-CUTOFF-DATE
                           PERFORM 8000-FIND-ALERT
                           IF NOT WS-ALT-FOUND
                               PERFORM 0210-ADD-NEW-ALERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MONITOR-ALERT-FILE.

       0210-ADD-NEW-ALERT.
           PERFORM 8100-ADD-ALERT-ENTRY
           ADD 1 TO WS-PICKED-UP-COUNT
           MOVE MONALERT-DATE TO WS-ALT-ALERT-DATE(WS-ALT-IDX)
           MOVE MONALERT-TIME TO WS-ALT-ALERT-TIME(WS-ALT-IDX)
           MOVE MONALERT-JOB-ID TO WS-ALT-JOB-ID(WS-ALT-IDX)
           MOVE MONALERT-RUN-ID TO WS-ALT-RUN-ID(WS-ALT-IDX)
           MOVE MONALERT-COUNTER-ID TO WS-ALT-COUNTER-ID(WS-ALT-IDX)
           MOVE MONALERT-FIELD-NAME TO WS-ALT-FIELD-NAME(WS-ALT-IDX)
           IF MONALERT-OLD-VALUE IS NUMERIC
               MOVE MONALERT-OLD-VALUE TO WS-ALT-OLD-VALUE(WS-ALT-IDX)
           ELSE
               MOVE 0 TO WS-ALT-OLD-VALUE(WS-ALT-IDX)
           END-IF
           MOVE MONALERT-TEXT TO WS-ALT-TEXT(WS-ALT-IDX)
           IF MONALERT-FIELD-NAME = "WS-NUMBER2"
               MOVE 1 TO WS-ALT-SEVERITY(WS-ALT-IDX)
           ELSE
               IF MONALERT-FIELD-NAME = "WS-NUMBER"
                   MOVE 2 TO WS-ALT-SEVERITY(WS-ALT-IDX)
               ELSE
                   IF MONALERT-FIELD-NAME = "RUN-LEDGER"
                       MOVE 4 TO WS-ALT-SEVERITY(WS-ALT-IDX)
                   ELSE
                       MOVE 3 TO WS-ALT-SEVERITY(WS-ALT-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-ALT-TIER(WS-ALT-IDX)
           MOVE "O" TO WS-ALT-STATUS(WS-ALT-IDX)
           MOVE MONALERT-DATE TO WS-ALT-LAST-RAISED-DATE(WS-ALT-IDX)
           MOVE MONALERT-TIME TO WS-ALT-LAST-RAISED-TIME(WS-ALT-IDX).

      *  Each acknowledgement closes every open alert it matches -
      *  the one alert when date and time are keyed, the counter's
      *  alerts for the day when the time is blank, all of the
      *  counter's open alerts when both are blank. A page with no
      *  counter (RUN-LEDGER) is acknowledged with a blank counter
      *  and its date and time, which match only pages without a
      *  counter. The file is emptied afterwards; a rejected
      *  acknowledgement is only on the report and has to be keyed
      *  again.
       0300-APPLY-ACKNOWLEDGEMENTS.
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ACKNOWLEDGEMENTS:" TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE WS-ACK-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ALERT-ACK-FILE
           PERFORM UNTIL WS-END-OF-ACK-FILE
               READ ALERT-ACK-FILE
                   AT END
                       SET WS-END-OF-ACK-FILE TO TRUE
                   NOT AT END
                       PERFORM 0310-APPLY-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE ALERT-ACK-FILE
           OPEN OUTPUT ALERT-ACK-FILE
           CLOSE ALERT-ACK-FILE
           IF WS-ACK-APPLIED-COUNT = 0 AND WS-ACK-REJECTED-COUNT = 0
               MOVE "  NONE" TO AM-REPORT-LINE
               WRITE AM-REPORT-LINE
           END-IF.

       0310-APPLY-ONE-ACK.
           MOVE SPACES TO WS-ACK-REJECT-REASON
           MOVE 0 TO WS-ACK-CLOSED-COUNT
           MOVE "N" TO WS-OPR-FOUND-FLAG
           IF WS-OPR-TABLE-COUNT > 0
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPR-OPERATOR-ID(WS-OPR-IDX) =
                           ACK-OPERATOR-ID
                       SET WS-OPR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ACK-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID IS BLANK" TO WS-ACK-REJECT-REASON
           ELSE
           IF NOT WS-OPR-FOUND
               MOVE "OPERATOR NOT ON OPRAUTH" TO WS-ACK-REJECT-REASON
           ELSE
           IF WS-OPR-ACTIVE(WS-OPR-IDX) NOT = "Y"
               MOVE "OPERATOR REVOKED ON OPRAUTH"
                   TO WS-ACK-REJECT-REASON
           ELSE
           IF ACK-RESOLUTION-NOTE = SPACES
               MOVE "RESOLUTION NOTE IS BLANK" TO WS-ACK-REJECT-REASON
           ELSE
           IF ACK-ALERT-DATE = SPACES AND
                   ACK-ALERT-TIME NOT = SPACES
               MOVE "ALERT TIME WITHOUT ALERT DATE"
                   TO WS-ACK-REJECT-REASON
           ELSE
           IF ACK-COUNTER-ID = SPACES AND
                   (ACK-ALERT-DATE = SPACES OR
                    ACK-ALERT-TIME = SPACES)
               MOVE "BLANK COUNTER NEEDS DATE/TIME"
                   TO WS-ACK-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-ACK-REJECT-REASON = SPACES
               PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                       UNTIL WS-ALT-IDX > WS-ALT-TABLE-COUNT
                   IF WS-ALT-STATUS(WS-ALT-IDX) = "O" AND
                           WS-ALT-COUNTER-ID(WS-ALT-IDX) =
                               ACK-COUNTER-ID AND
                           (ACK-ALERT-DATE = SPACES OR
                            WS-ALT-ALERT-DATE(WS-ALT-IDX) =
                               ACK-ALERT-DATE) AND
                           (ACK-ALERT-TIME = SPACES OR
                            WS-ALT-ALERT-TIME(WS-ALT-IDX) =
                               ACK-ALERT-TIME)
                       MOVE "C" TO WS-ALT-STATUS(WS-ALT-IDX)
                       MOVE WS-NOW-DATE TO WS-ALT-ACK-DATE(WS-ALT-IDX)
                       MOVE WS-NOW-TIME TO WS-ALT-ACK-TIME(WS-ALT-IDX)
                       MOVE ACK-OPERATOR-ID
                           TO WS-ALT-ACK-OPERATOR-ID(WS-ALT-IDX)
                       MOVE ACK-RESOLUTION-NOTE
                           TO WS-ALT-RESOLUTION-NOTE(WS-ALT-IDX)
                       ADD 1 TO WS-ACK-CLOSED-COUNT
                   END-IF
               END-PERFORM
               IF WS-ACK-CLOSED-COUNT = 0
                   MOVE "NO OPEN ALERT MATCHES"
                       TO WS-ACK-REJECT-REASON
               END-IF
           END-IF
           MOVE ACK-ALERT-DATE   TO WS-AK-ALERT-DATE
           MOVE ACK-ALERT-TIME   TO WS-AK-ALERT-TIME
           MOVE ACK-COUNTER-ID   TO WS-AK-COUNTER-ID
           MOVE ACK-OPERATOR-ID  TO WS-AK-OPERATOR-ID
           MOVE WS-ACK-CLOSED-COUNT TO WS-AK-CLOSED-COUNT
           IF WS-ACK-REJECT-REASON = SPACES
               ADD 1 TO WS-ACK-APPLIED-COUNT
               ADD WS-ACK-CLOSED-COUNT TO WS-CLOSED-BY-ACK-COUNT
               MOVE "ACKNOWLEDGED - ALERTS CLOSED" TO WS-AK-RESULT
           ELSE
               ADD 1 TO WS-ACK-REJECTED-COUNT
               MOVE SPACES TO WS-AK-RESULT
               STRING "REJECTED - " DELIMITED BY SIZE
                   WS-ACK-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-AK-RESULT
           END-IF
           MOVE WS-ACK-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE.

      *  An open alert not acknowledged within its severity's limit
      *  of being raised (the page, or its last escalation) goes to
      *  the next tier, one tier per run. One already at the top
      *  tier stays open on the report but is not raised again.
       0400-ESCALATE-OPEN-ALERTS.
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ESCALATED THIS RUN:" TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE WS-ALERT-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           OPEN EXTEND ALERT-ESCALATION-FILE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-TABLE-COUNT
               IF WS-ALT-STATUS(WS-ALT-IDX) = "O" AND
                       WS-ALT-TIER(WS-ALT-IDX) < WS-TOP-TIER
                   MOVE WS-ALT-LAST-RAISED-DATE(WS-ALT-IDX)
                       TO WS-FROM-DATE
                   MOVE WS-ALT-LAST-RAISED-TIME(WS-ALT-IDX)
                       TO WS-FROM-TIME
                   MOVE WS-NOW-DATE TO WS-TO-DATE
                   MOVE WS-NOW-TIME TO WS-TO-TIME
                   PERFORM 8300-COMPUTE-ELAPSED-MINUTES
                   MOVE WS-ALT-SEVERITY(WS-ALT-IDX) TO WS-SEV-SUB
                   IF WS-ELAPSED-MINUTES >= WS-SEV-MINUTES(WS-SEV-SUB)
                       PERFORM 0410-ESCALATE-ONE-ALERT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALERT-ESCALATION-FILE
           IF WS-ESCALATED-COUNT = 0
               MOVE "  NONE" TO AM-REPORT-LINE
               WRITE AM-REPORT-LINE
           END-IF.

       0410-ESCALATE-ONE-ALERT.
           ADD 1 TO WS-ALT-TIER(WS-ALT-IDX)
           MOVE WS-NOW-DATE TO WS-ALT-LAST-RAISED-DATE(WS-ALT-IDX)
           MOVE WS-NOW-TIME TO WS-ALT-LAST-RAISED-TIME(WS-ALT-IDX)
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO WS-FROM-DATE
           MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO WS-FROM-TIME
           MOVE WS-NOW-DATE TO WS-TO-DATE
           MOVE WS-NOW-TIME TO WS-TO-TIME
           PERFORM 8300-COMPUTE-ELAPSED-MINUTES
           MOVE WS-NOW-DATE TO AESC-ESCALATED-DATE
           MOVE WS-NOW-TIME TO AESC-ESCALATED-TIME
           MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO AESC-ALERT-DATE
           MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO AESC-ALERT-TIME
           MOVE WS-ALT-JOB-ID(WS-ALT-IDX)     TO AESC-JOB-ID
           MOVE WS-ALT-RUN-ID(WS-ALT-IDX)     TO AESC-RUN-ID
           MOVE WS-ALT-COUNTER-ID(WS-ALT-IDX) TO AESC-COUNTER-ID
           MOVE WS-ALT-FIELD-NAME(WS-ALT-IDX) TO AESC-FIELD-NAME
           MOVE WS-ALT-SEVERITY(WS-ALT-IDX)   TO AESC-SEVERITY
           MOVE WS-ALT-TIER(WS-ALT-IDX)       TO AESC-TIER
           MOVE WS-ELAPSED-MINUTES            TO AESC-MINUTES-OPEN
           MOVE WS-ALT-TEXT(WS-ALT-IDX)       TO AESC-TEXT
           WRITE AESC-RECORD
           PERFORM 8400-SET-ALERT-LINE
           MOVE WS-ALT-TEXT(WS-ALT-IDX) TO WS-AL-DETAIL
           MOVE WS-ALERT-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE.

      *  Every alert still open, with its age since the page and the
      *  aging bucket it falls in.
       0500-REPORT-OPEN-ALERTS.
           INITIALIZE WS-AGING-TABLE
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "OPEN ALERTS:" TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE WS-ALERT-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-TABLE-COUNT
               IF WS-ALT-STATUS(WS-ALT-IDX) = "O"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO WS-FROM-DATE
                   MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO WS-FROM-TIME
                   MOVE WS-NOW-DATE TO WS-TO-DATE
                   MOVE WS-NOW-TIME TO WS-TO-TIME
                   PERFORM 8300-COMPUTE-ELAPSED-MINUTES
                   PERFORM 8400-SET-ALERT-LINE
                   IF WS-ELAPSED-MINUTES < 60
                       MOVE 1 TO WS-BKT-SUB
                   ELSE
                       IF WS-ELAPSED-MINUTES < 240
                           MOVE 2 TO WS-BKT-SUB
                       ELSE
                           IF WS-ELAPSED-MINUTES < 1440
                               MOVE 3 TO WS-BKT-SUB
                           ELSE
                               MOVE 4 TO WS-BKT-SUB
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO WS-AL-BUCKET
                   ADD 1 TO WS-AGE-BUCKET-COUNT(WS-SEV-SUB, WS-BKT-SUB)
                   MOVE WS-ALT-TEXT(WS-ALT-IDX) TO WS-AL-DETAIL
                   MOVE WS-ALERT-LINE TO AM-REPORT-LINE
                   WRITE AM-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               MOVE "  NONE" TO AM-REPORT-LINE
               WRITE AM-REPORT-LINE
           END-IF.

      *  Alerts acknowledged on the business date, with the minutes
      *  from page to acknowledgement, who closed them and the note.
       0600-REPORT-CLOSED-TODAY.
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "CLOSED ON THE BUSINESS DATE:" TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE WS-ALERT-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-TABLE-COUNT
               IF WS-ALT-STATUS(WS-ALT-IDX) = "C" AND
                       WS-ALT-ACK-DATE(WS-ALT-IDX) = WS-NOW-DATE
                   ADD 1 TO WS-CLOSED-TODAY-COUNT
                   MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO WS-FROM-DATE
                   MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO WS-FROM-TIME
                   MOVE WS-ALT-ACK-DATE(WS-ALT-IDX) TO WS-TO-DATE
                   MOVE WS-ALT-ACK-TIME(WS-ALT-IDX) TO WS-TO-TIME
                   PERFORM 8300-COMPUTE-ELAPSED-MINUTES
                   PERFORM 8400-SET-ALERT-LINE
                   ADD 1 TO WS-AGE-CLOSED-COUNT(WS-SEV-SUB)
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING "ACKNOWLEDGED BY " DELIMITED BY SIZE
                       WS-ALT-ACK-OPERATOR-ID(WS-ALT-IDX)
                           DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       WS-ALT-ACK-TIME(WS-ALT-IDX) DELIMITED BY SIZE
                       INTO WS-AL-DETAIL
                   MOVE WS-ALERT-LINE TO AM-REPORT-LINE
                   WRITE AM-REPORT-LINE
                   MOVE WS-ALT-RESOLUTION-NOTE(WS-ALT-IDX)
                       TO WS-NL-NOTE
                   MOVE WS-NOTE-LINE TO AM-REPORT-LINE
                   WRITE AM-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-CLOSED-TODAY-COUNT = 0
               MOVE "  NONE" TO AM-REPORT-LINE
               WRITE AM-REPORT-LINE
           END-IF.

       0700-REPORT-AGING-SUMMARY.
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "AGING SUMMARY (OPEN ALERTS BY AGE SINCE THE PAGE):"
               TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE WS-AGE-HDR-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           INITIALIZE WS-ALL-BUCKET-TOTALS
           MOVE 0 TO WS-ALL-OPEN-TOTAL
           MOVE 0 TO WS-ALL-CLOSED-TOTAL
           PERFORM VARYING WS-SEV-SUB FROM 1 BY 1
                   UNTIL WS-SEV-SUB > 4
               MOVE SPACES TO WS-AGE-LINE
               MOVE WS-SEV-SUB TO WS-SEV-DIGIT
               MOVE WS-SEV-DIGIT TO WS-AG-SEVERITY
               MOVE WS-EVENT-NAME(WS-SEV-SUB) TO WS-AG-EVENT
               MOVE 0 TO WS-SEV-TOTAL
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 4
                   MOVE WS-AGE-BUCKET-COUNT(WS-SEV-SUB, WS-BKT-SUB)
                       TO WS-AG-BUCKET-COUNT(WS-BKT-SUB)
                   ADD WS-AGE-BUCKET-COUNT(WS-SEV-SUB, WS-BKT-SUB)
                       TO WS-SEV-TOTAL
                   ADD WS-AGE-BUCKET-COUNT(WS-SEV-SUB, WS-BKT-SUB)
                       TO WS-ALL-BUCKET-COUNT(WS-BKT-SUB)
               END-PERFORM
               MOVE WS-SEV-TOTAL TO WS-AG-OPEN-TOTAL
               MOVE WS-AGE-CLOSED-COUNT(WS-SEV-SUB)
                   TO WS-AG-CLOSED-TOTAL
               ADD WS-SEV-TOTAL TO WS-ALL-OPEN-TOTAL
               ADD WS-AGE-CLOSED-COUNT(WS-SEV-SUB)
                   TO WS-ALL-CLOSED-TOTAL
               MOVE WS-AGE-LINE TO AM-REPORT-LINE
               WRITE AM-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-AGE-LINE
           MOVE "*" TO WS-AG-SEVERITY
           MOVE "ALL" TO WS-AG-EVENT
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 4
               MOVE WS-ALL-BUCKET-COUNT(WS-BKT-SUB)
                   TO WS-AG-BUCKET-COUNT(WS-BKT-SUB)
           END-PERFORM
           MOVE WS-ALL-OPEN-TOTAL TO WS-AG-OPEN-TOTAL
           MOVE WS-ALL-CLOSED-TOTAL TO WS-AG-CLOSED-TOTAL
           MOVE WS-AGE-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE.

      *  Open alerts are always kept; a closed alert is kept until
      *  both its page and its acknowledgement fall outside the
      *  retention window, so a dropped page is never picked up
      *  from MONALERT again.
       0800-WRITE-ALERT-STATUS.
           OPEN OUTPUT ALERT-STATUS-FILE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-TABLE-COUNT
               IF WS-ALT-STATUS(WS-ALT-IDX) = "C" AND
                       WS-ALT-ACK-DATE(WS-ALT-IDX) < WS-CUTOFF-DATE AND
                       WS-ALT-ALERT-DATE(WS-ALT-IDX) < WS-CUTOFF-DATE
                   ADD 1 TO WS-PRUNED-COUNT
               ELSE
                   PERFORM 0810-WRITE-ONE-STATUS
               END-IF
           END-PERFORM
           CLOSE ALERT-STATUS-FILE.

       0810-WRITE-ONE-STATUS.
           MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO ASTA-ALERT-DATE
           MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO ASTA-ALERT-TIME
           MOVE WS-ALT-JOB-ID(WS-ALT-IDX)     TO ASTA-JOB-ID
           MOVE WS-ALT-RUN-ID(WS-ALT-IDX)     TO ASTA-RUN-ID
           MOVE WS-ALT-COUNTER-ID(WS-ALT-IDX) TO ASTA-COUNTER-ID
           MOVE WS-ALT-FIELD-NAME(WS-ALT-IDX) TO ASTA-FIELD-NAME
           MOVE WS-ALT-OLD-VALUE(WS-ALT-IDX)  TO ASTA-OLD-VALUE
           MOVE WS-ALT-TEXT(WS-ALT-IDX)       TO ASTA-TEXT
           MOVE WS-ALT-SEVERITY(WS-ALT-IDX)   TO ASTA-SEVERITY
           MOVE WS-ALT-TIER(WS-ALT-IDX)       TO ASTA-TIER
           MOVE WS-ALT-STATUS(WS-ALT-IDX)     TO ASTA-STATUS
           MOVE WS-ALT-LAST-RAISED-DATE(WS-ALT-IDX)
               TO ASTA-LAST-RAISED-DATE
           MOVE WS-ALT-LAST-RAISED-TIME(WS-ALT-IDX)
               TO ASTA-LAST-RAISED-TIME
           MOVE WS-ALT-ACK-DATE(WS-ALT-IDX)   TO ASTA-ACK-DATE
           MOVE WS-ALT-ACK-TIME(WS-ALT-IDX)   TO ASTA-ACK-TIME
           MOVE WS-ALT-ACK-OPERATOR-ID(WS-ALT-IDX)
               TO ASTA-ACK-OPERATOR-ID
           MOVE WS-ALT-RESOLUTION-NOTE(WS-ALT-IDX)
               TO ASTA-RESOLUTION-NOTE
           WRITE ASTA-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       0900-WRITE-TOTALS.
           MOVE SPACES TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "TOTALS:" TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "NEW MONALERT PAGES PICKED UP" TO WS-TL-LABEL
           MOVE WS-PICKED-UP-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ACKNOWLEDGEMENTS APPLIED" TO WS-TL-LABEL
           MOVE WS-ACK-APPLIED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ACKNOWLEDGEMENTS REJECTED" TO WS-TL-LABEL
           MOVE WS-ACK-REJECTED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ALERTS CLOSED THIS RUN" TO WS-TL-LABEL
           MOVE WS-CLOSED-BY-ACK-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ALERTS ESCALATED THIS RUN" TO WS-TL-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ALERTS STILL OPEN" TO WS-TL-LABEL
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "CLOSED ALERTS PAST RETENTION DROPPED" TO WS-TL-LABEL
           MOVE WS-PRUNED-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE
           MOVE "ALRTSTAT RECORDS WRITTEN" TO WS-TL-LABEL
           MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO AM-REPORT-LINE
           WRITE AM-REPORT-LINE.

      *  Looks the MONALERT record just read up by its full key.
       8000-FIND-ALERT.
           MOVE "N" TO WS-ALT-FOUND-FLAG
           IF WS-ALT-TABLE-COUNT > 0
               SET WS-ALT-IDX TO 1
               SEARCH WS-ALT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ALT-ALERT-DATE(WS-ALT-IDX) = MONALERT-DATE
                       AND WS-ALT-ALERT-TIME(WS-ALT-IDX) =
                           MONALERT-TIME
                       AND WS-ALT-JOB-ID(WS-ALT-IDX) = MONALERT-JOB-ID
                       AND WS-ALT-RUN-ID(WS-ALT-IDX) = MONALERT-RUN-ID
                       AND WS-ALT-COUNTER-ID(WS-ALT-IDX) =
                           MONALERT-COUNTER-ID
                       AND WS-ALT-FIELD-NAME(WS-ALT-IDX) =
                           MONALERT-FIELD-NAME
                       SET WS-ALT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8100-ADD-ALERT-ENTRY.
           IF WS-ALT-TABLE-COUNT >= 2000
               DISPLAY "FATAL: MORE THAN 2000 ALERTS INSIDE THE "
                   "RETENTION WINDOW - WS-ALERT-TABLE IS FULL. "
                   "TIGHTEN THE RETENTION DAYS IN ALRTPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ALT-TABLE-COUNT
           SET WS-ALT-IDX TO WS-ALT-TABLE-COUNT
           MOVE SPACES TO WS-ALT-ENTRY(WS-ALT-IDX)
           MOVE 0 TO WS-ALT-OLD-VALUE(WS-ALT-IDX)
           MOVE 0 TO WS-ALT-SEVERITY(WS-ALT-IDX)
           MOVE 0 TO WS-ALT-TIER(WS-ALT-IDX).

      *  Minutes from WS-FROM-DATE/TIME to WS-TO-DATE/TIME, in day
      *  integers so month and year boundaries fall where the
      *  calendar says. Both ends are business date plus wall-clock
      *  time, so a run after midnight but before EODROLL can come
      *  out up to a day short of zero; that is taken as the same
      *  night and a day is added back. A stamp that is not a date
      *  and time gives zero.
       8300-COMPUTE-ELAPSED-MINUTES.
           MOVE 0 TO WS-ELAPSED-MINUTES
           IF WS-FROM-DATE IS NUMERIC AND WS-TO-DATE IS NUMERIC AND
                   WS-FROM-TIME IS NUMERIC AND WS-TO-TIME IS NUMERIC
               MOVE WS-FROM-DATE TO WS-FROM-DATE-NUM
               MOVE WS-TO-DATE TO WS-TO-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE-NUM) = 0
                       AND
                       FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE-NUM) = 0
                   COMPUTE WS-ELAPSED-WORK =
                       (FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM) -
                        FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM))
                           * 1440 +
                       (WS-TO-HH * 60 + WS-TO-MM) -
                       (WS-FROM-HH * 60 + WS-FROM-MM)
                   IF WS-ELAPSED-WORK < 0
                       ADD 1440 TO WS-ELAPSED-WORK
                   END-IF
                   IF WS-ELAPSED-WORK > 0
                       MOVE WS-ELAPSED-WORK TO WS-ELAPSED-MINUTES
                   END-IF
               END-IF
           END-IF.

      *  The columns common to the escalated, open and closed lines;
      *  leaves WS-SEV-SUB on the alert's severity.
       8400-SET-ALERT-LINE.
           MOVE WS-ALT-SEVERITY(WS-ALT-IDX) TO WS-SEV-SUB
           IF WS-SEV-SUB < 1 OR WS-SEV-SUB > 4
               MOVE 3 TO WS-SEV-SUB
           END-IF
           MOVE WS-ALT-ALERT-DATE(WS-ALT-IDX) TO WS-AL-ALERT-DATE
           MOVE WS-ALT-ALERT-TIME(WS-ALT-IDX) TO WS-AL-ALERT-TIME
           MOVE WS-ALT-COUNTER-ID(WS-ALT-IDX) TO WS-AL-COUNTER-ID
           MOVE WS-EVENT-NAME(WS-SEV-SUB)     TO WS-AL-EVENT
           MOVE WS-ALT-SEVERITY(WS-ALT-IDX)   TO WS-AL-SEVERITY
           MOVE WS-ALT-TIER(WS-ALT-IDX)       TO WS-AL-TIER
           MOVE WS-ELAPSED-MINUTES            TO WS-AL-MINUTES
           MOVE SPACES                        TO WS-AL-BUCKET
           MOVE SPACES                        TO WS-AL-DETAIL.
