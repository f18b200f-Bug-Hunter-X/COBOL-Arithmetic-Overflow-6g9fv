       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODROLL.
      *****************************************************************
      *  End-of-day business date roll, the last step of the nightly  *
      *  cycle. BUGSOLUTION, CTRMAINT, CTRRENAM, USGRECON and the     *
      *  rest stamp their records with the business date held in      *
      *  BUSDATE rather than the wall clock, so this is the only job  *
      *  that ever moves it on - one calendar day per roll.           *
      *  The roll is refused while the day's cycle is unfinished:     *
      *  every run-id that STARTED under the business date on         *
      *  RUNLEDG must show a COMPLETED (credited on or after the      *
      *  date, as RUNHLTH does), or the date stays put so the rerun   *
      *  reposts under it. An abended run rerun to completion under   *
      *  its own run-id (two STARTEDs, one COMPLETED) is complete,    *
      *  as BUGSOLUTION treats it. A day with no run started at       *
      *  all is refused too unless EODPARM says the empty day may     *
      *  roll. A refusal ends the job with RETURN-CODE 16 so the      *
      *  scheduler holds the next night until it is cleared.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROLL-PARM-FILE ASSIGN TO "EODPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-PARM-FILE.
           COPY EODPARM.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  RUN-LEDGER-FILE.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BUSINESS-DATE-NUM        PIC 9(08).
       01  WS-NEXT-DATE-NUM            PIC 9(08).
       01  WS-NEXT-DATE-INTEGER        PIC 9(08).
       01  WS-ROLL-EMPTY-DAY           PIC X(01) VALUE "N".

       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-LEDGER-FILE           VALUE "L".

      *  Per-run-id STARTED/COMPLETED tally for the business date.
       01  WS-LEDG-TABLE-COUNT         PIC 9(04) VALUE 0.
       01  WS-LEDGER-TABLE.
           05  WS-LEDG-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-LEDG-TABLE-COUNT
                   INDEXED BY WS-LEDG-IDX.
               10  WS-LEDG-RUN-ID          PIC X(08).
               10  WS-LEDG-STARTED-COUNT   PIC 9(04).
               10  WS-LEDG-COMPLETED-COUNT PIC 9(04).
       01  WS-LEDG-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-LEDG-FOUND                    VALUE "Y".

       01  WS-INCOMPLETE-RUN-COUNT     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-LOAD-ROLL-PARMS
           PERFORM 1000-TALLY-RUN-LEDGER
           DISPLAY "EODROLL - BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "Run-ids started        : " WS-LEDG-TABLE-COUNT
           DISPLAY "Run-ids not completed  : " WS-INCOMPLETE-RUN-COUNT
           IF WS-INCOMPLETE-RUN-COUNT > 0
               DISPLAY "EODROLL REFUSED - THE CYCLE FOR "
                   WS-BUSINESS-DATE " HAS NOT COMPLETED; RERUN OR "
                   "CLEAR THE RUN-IDS ABOVE AND ROLL AGAIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LEDG-TABLE-COUNT = 0 AND WS-ROLL-EMPTY-DAY NOT = "Y"
               DISPLAY "EODROLL REFUSED - NO RUN STARTED UNDER "
                   WS-BUSINESS-DATE " ON RUNLEDG; SET EODPARM TO "
                   "ROLL A SCHEDULED NO-RUN DAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ROLL-BUSINESS-DATE
           DISPLAY "EODROLL COMPLETE - BUSINESS DATE ROLLED FROM "
               WS-BUSINESS-DATE " TO " WS-NEXT-DATE-NUM
           STOP RUN.

      *  A missing or unreadable BUSDATE is taken as today's date,
      *  the same fallback every stamping job applies, so the first
      *  roll after the file is introduced starts it off cleanly.
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

       0050-LOAD-ROLL-PARMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROLL-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ ROLL-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF EODP-ROLL-EMPTY-DAY = "Y"
                           MOVE "Y" TO WS-ROLL-EMPTY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-PARM-FILE.

      *  Two passes over the ledger, as in RUNHLTH: the run-ids that
      *  STARTED under the business date, then their COMPLETED
      *  records dated on or after it.
       1000-TALLY-RUN-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-END-OF-LEDGER-FILE
               READ RUN-LEDGER-FILE
                   AT END
                       SET WS-END-OF-LEDGER-FILE TO TRUE
                   NOT AT END
                       IF LEDG-STATUS = "STARTED" AND
                               LEDG-LOG-DATE = WS-BUSINESS-DATE
                           PERFORM 1100-TALLY-STARTED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LEDGER-FILE
           PERFORM UNTIL WS-END-OF-LEDGER-FILE
               READ RUN-LEDGER-FILE
                   AT END
                       SET WS-END-OF-LEDGER-FILE TO TRUE
                   NOT AT END
                       IF LEDG-STATUS = "COMPLETED" AND
                               LEDG-LOG-DATE >= WS-BUSINESS-DATE
                           PERFORM 1200-CREDIT-COMPLETED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE
           PERFORM VARYING WS-LEDG-IDX FROM 1 BY 1
                   UNTIL WS-LEDG-IDX > WS-LEDG-TABLE-COUNT
               IF WS-LEDG-STARTED-COUNT(WS-LEDG-IDX) > 0 AND
                       WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX) = 0
                   ADD 1 TO WS-INCOMPLETE-RUN-COUNT
                   DISPLAY "  RUN-ID NOT COMPLETED: "
                       WS-LEDG-RUN-ID(WS-LEDG-IDX)
               END-IF
           END-PERFORM.

       1100-TALLY-STARTED-RECORD.
           PERFORM 1300-FIND-LEDGER-RUN-ID
           IF NOT WS-LEDG-FOUND
               IF WS-LEDG-TABLE-COUNT >= 200
                   DISPLAY "FATAL: MORE THAN 200 DISTINCT RUN-IDS ON "
                       "THE LEDGER FOR ONE DATE - WS-LEDGER-TABLE IS "
                       "FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LEDG-TABLE-COUNT
               SET WS-LEDG-IDX TO WS-LEDG-TABLE-COUNT
               MOVE LEDG-RUN-ID TO WS-LEDG-RUN-ID(WS-LEDG-IDX)
               MOVE 0 TO WS-LEDG-STARTED-COUNT(WS-LEDG-IDX)
               MOVE 0 TO WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX)
           END-IF
           ADD 1 TO WS-LEDG-STARTED-COUNT(WS-LEDG-IDX).

       1200-CREDIT-COMPLETED-RECORD.
           PERFORM 1300-FIND-LEDGER-RUN-ID
           IF WS-LEDG-FOUND
               ADD 1 TO WS-LEDG-COMPLETED-COUNT(WS-LEDG-IDX)
           END-IF.

       1300-FIND-LEDGER-RUN-ID.
           MOVE "N" TO WS-LEDG-FOUND-FLAG
           IF WS-LEDG-TABLE-COUNT > 0
               SET WS-LEDG-IDX TO 1
               SEARCH WS-LEDG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LEDG-RUN-ID(WS-LEDG-IDX) = LEDG-RUN-ID
                       SET WS-LEDG-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2000-ROLL-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           COMPUTE WS-NEXT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM) + 1
           COMPUTE WS-NEXT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INTEGER)
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-NEXT-DATE-NUM   TO BDTE-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE   TO BDTE-PRIOR-DATE
           MOVE WS-CD-FULL(1:8)    TO BDTE-ROLLED-DATE
           MOVE WS-CD-FULL(9:6)    TO BDTE-ROLLED-TIME
           WRITE BDTE-RECORD
           CLOSE BUSINESS-DATE-FILE.
