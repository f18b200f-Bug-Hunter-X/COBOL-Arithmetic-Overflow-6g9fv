       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETENTION-PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  RETENTION-PARM-FILE.
           COPY RETPARM.


       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-LIVE-FILE             VALUE "L".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

       01  WS-RETP-TABLE-COUNT         PIC 9(04) VALUE 0.
       01  WS-RETP-TABLE.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           PERFORM 0050-LOAD-RETENTION-PARMS
           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM 1000-PURGE-OVERFLOW-LOG
               "COUNTS MOVED AND KEPT"
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

       0050-LOAD-RETENTION-PARMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RETENTION-PARM-FILE

      *  Sets WS-RETP-FOUND and, when found, WS-CUTOFF-DATE: records
      *  dated before the cutoff leave the live file. The cutoff is
      *  the business date minus the retention days, done in day
      *  integers so month and year boundaries fall where the
      *  calendar says.
       8000-SET-CUTOFF-FOR-FILE.
           MOVE "N" TO WS-RETP-FOUND-FLAG
           IF WS-RETP-TABLE-COUNT > 0
