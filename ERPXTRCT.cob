      *    ISS|counter-id|document-number|log-date|log-time           *
      *    VYD|counter-id|cycle|number|reason|log-date|log-time       *
      *    TRL|issue-count|void-count|total-count                     *
      *  The extract date comes from XTRPARM (blank/absent = BUSDATE).*
      *  The sequence control file is rewritten only after the        *
      *  extract is complete and closed, so an abend mid-extract      *
      *  reruns under the same sequence number and the partial file   *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-PARM-FILE ASSIGN TO "XTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  EXTRACT-PARM-FILE.
           COPY XTRPARM.


       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-EXTRACT-DATE             PIC X(08).
       01  WS-SEQUENCE-NUMBER          PIC 9(06) VALUE 0.

           88  WS-END-OF-CONTROL-FILE          VALUE "S".
           88  WS-END-OF-ISSUE-FILE            VALUE "D".
           88  WS-END-OF-VOID-FILE             VALUE "V".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

       01  WS-ISSUE-COUNT              PIC 9(06) VALUE 0.
       01  WS-VOID-COUNT               PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-EXTRACT-DATE
           PERFORM 0060-READ-SEQUENCE-CONTROL
           OPEN OUTPUT EXTRACT-FILE
               " VOIDS: " WS-VOID-COUNT
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

       0050-SET-EXTRACT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-EXTRACT-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EXTRACT-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
