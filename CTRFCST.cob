       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  COUNTER-FILE.
           COPY CTRREC.

           COPY FCSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-SUMMARY-FILE          VALUE "J".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

      *  One entry per active counter in COUNTERF - a suspended or
      *  closed counter cannot be issued against, so projecting its

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0070-LOAD-COUNTER-TABLE
           PERFORM 1000-TALLY-SUMMARY-FILE
           PERFORM 2000-WRITE-FORECAST-REPORT
           DISPLAY "Capacity forecast complete."
           DISPLAY "As of business date      : " WS-BUSINESS-DATE
           DISPLAY "Counters reported        : " WS-FCST-TABLE-COUNT
           DISPLAY "Rollover inside 30 days  : " WS-ALERT-COUNT
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

       0070-LOAD-COUNTER-TABLE.
           MOVE 0 TO WS-FCST-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  The forecast is taken as of the business date: JOBSUM
      *  records posted under a later date (a run already stamped
      *  for the next business day) are left for that day's run.
       1000-TALLY-SUMMARY-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
                   AT END
                       SET WS-END-OF-SUMMARY-FILE TO TRUE
                   NOT AT END
                       IF JOBSUM-LOG-DATE <= WS-BUSINESS-DATE
                           PERFORM 1100-TALLY-SUMMARY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUMMARY-FILE.
