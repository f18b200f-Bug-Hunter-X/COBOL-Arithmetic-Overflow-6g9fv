      *  with RETURN-CODE 8 so the scheduler can page without         *
      *  anyone reading the page first; a clean night is a            *
      *  thirty-second glance at one file.                            *
      *  The run date comes from HLTHPARM (blank/absent = BUSDATE);   *
      *  near-miss warnings are reported but do not by themselves     *
      *  turn the verdict - they are capacity pressure, not a         *
      *  failed night.                                                *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HEALTH-PARM-FILE ASSIGN TO "HLTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  HEALTH-PARM-FILE.
           COPY HLTHPRM.


       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-REPORT-DATE              PIC X(08).

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-LOG-FILE              VALUE "O".
           88  WS-END-OF-ALERT-FILE            VALUE "M".
           88  WS-END-OF-RECON-FILE            VALUE "R".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

      *  Per-run-id STARTED/COMPLETED tally for the report date. A
      *  run-id with more STARTED than COMPLETED records either

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-REPORT-DATE
           PERFORM 1000-TALLY-RUN-LEDGER
           PERFORM 2000-TALLY-SUMMARY-FILE
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

      *  HLTHPARM names the run date to report on (the 6 AM check
      *  usually wants last night's); blank, non-numeric or absent
      *  falls back to the business date.
       0050-SET-REPORT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HEALTH-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
