       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOIDANL.
      *****************************************************************
      *  Periodic void pattern report for the accounting review.      *
      *  Reads the VOIDREG and REISSREG registers for a period (the   *
      *  calendar month before the business date unless VANLPARM      *
      *  names one) and reports void and reissue counts three ways:   *
      *    BY COUNTER  - against the numbers ISSUEREG shows issued    *
      *                  on the counter in the same period;           *
      *    BY REASON   - with the VOIDRSN description and each        *
      *                  code's share of all voids; a code found on   *
      *                  the register but not on the master (voids    *
      *                  taken before the master existed) is listed   *
      *                  and marked;                                  *
      *    BY OPERATOR - against the numbers issued in the period on  *
      *                  the counters that operator voided on.        *
      *  The void rate is voids per hundred numbers issued. A counter *
      *  or operator whose rate exceeds the VANLPARM tolerance is     *
      *  flagged OVER TOLERANCE and the job ends with RETURN-CODE 8   *
      *  so the review picks it up; voids with nothing issued in the  *
      *  period to set them against are always flagged.               *
      *  USGRECON's auto-voids of unused reserved numbers (reason     *
      *  AUTO, operator SYSTEM) are housekeeping, not keyed voids:    *
      *  they appear under BY REASON and in a counter's AUTO-VOIDS    *
      *  column but are left out of every void rate.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ANALYSIS-PARM-FILE ASSIGN TO "VANLPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REASON-FILE ASSIGN TO "VOIDRSN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ISSUE-REGISTER-FILE ASSIGN TO "ISSUEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REGISTER-FILE ASSIGN TO "VOIDREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REISSUE-REGISTER-FILE ASSIGN TO "REISSREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO "VOIDANL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  ANALYSIS-PARM-FILE.
           COPY VANLPARM.

       FD  VOID-REASON-FILE.
           COPY VOIDRSN.

       FD  ISSUE-REGISTER-FILE.
           COPY ISSUEREG.

       FD  VOID-REGISTER-FILE.
           COPY VOIDREG.

       FD  REISSUE-REGISTER-FILE.
           COPY REISSUE.

       FD  ANALYSIS-REPORT-FILE.
       01  VA-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-TODAY-MONTH.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR           PIC 9(04).
           05  WS-PRIOR-MM             PIC 9(02).

      *  The period is compared as YYYYMMDD text, so a default month
      *  runs from day 01 to day 31 whatever its length.
       01  WS-FROM-DATE                PIC X(08).
       01  WS-TO-DATE                  PIC X(08).
       01  WS-COUNTER-TOLERANCE        PIC 9(03)V99 VALUE 2.00.
       01  WS-OPERATOR-TOLERANCE       PIC 9(03)V99 VALUE 2.00.

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-VOID-REASON-FILE      VALUE "X".
           88  WS-END-OF-ISSUE-REGISTER        VALUE "I".
           88  WS-END-OF-VOID-REGISTER         VALUE "W".
           88  WS-END-OF-REISSUE-REGISTER      VALUE "R".

       01  WS-AUTO-VOID-REASON         PIC X(04) VALUE "AUTO".
       01  WS-AUTO-OPERATOR-ID         PIC X(08) VALUE "SYSTEM".
       01  WS-LOWER-CASE-LETTERS       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE-LETTERS       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *  One entry per counter with issuance, voids or reissues in
      *  the period.
       01  WS-CTR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CTR-TABLE-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-COUNTER-ID       PIC X(10).
               10  WS-CTR-ISSUED           PIC 9(09).
               10  WS-CTR-VOIDS            PIC 9(07).
               10  WS-CTR-AUTO-VOIDS       PIC 9(07).
               10  WS-CTR-REISSUES         PIC 9(07).
               10  WS-CTR-RATE             PIC 9(03)V99.
       01  WS-CTR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-CTR-FOUND                     VALUE "Y".
       01  WS-KEY-COUNTER-ID           PIC X(10).

      *  The VOIDRSN master, plus any code met on the registers that
      *  the master does not carry.
       01  WS-RSN-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RSN-TABLE-COUNT
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-REASON-CODE      PIC X(04).
               10  WS-RSN-DESCRIPTION      PIC X(30).
               10  WS-RSN-REISSUE-ALLOWED  PIC X(01).
               10  WS-RSN-ON-MASTER        PIC X(01).
               10  WS-RSN-VOIDS            PIC 9(07).
               10  WS-RSN-REISSUES         PIC 9(07).
       01  WS-RSN-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-RSN-FOUND                     VALUE "Y".
       01  WS-KEY-REASON-CODE          PIC X(04).

      *  One entry per operator with keyed voids or reissues in the
      *  period; the base is the issuance on the counters in the
      *  operator's (operator, counter) pairs below.
       01  WS-OPR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPR-TABLE-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-OPERATOR-ID      PIC X(08).
               10  WS-OPR-VOIDS            PIC 9(07).
               10  WS-OPR-REISSUES         PIC 9(07).
               10  WS-OPR-COUNTERS         PIC 9(04).
               10  WS-OPR-BASE-ISSUED      PIC 9(09).
               10  WS-OPR-RATE             PIC 9(03)V99.
       01  WS-OPR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-OPR-FOUND                     VALUE "Y".
       01  WS-KEY-OPERATOR-ID          PIC X(08).

       01  WS-OPC-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-OPC-TABLE.
           05  WS-OPC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPC-TABLE-COUNT
                   INDEXED BY WS-OPC-IDX.
               10  WS-OPC-OPERATOR-ID      PIC X(08).
               10  WS-OPC-COUNTER-ID       PIC X(10).
       01  WS-OPC-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-OPC-FOUND                     VALUE "Y".

       01  WS-RANGE-SIZE               PIC 9(07).
       01  WS-RATE-VOIDS               PIC 9(07).
       01  WS-RATE-BASE                PIC 9(09).
       01  WS-RATE-WORK                PIC 9(07)V99.
       01  WS-RATE-RESULT              PIC 9(03)V99.
       01  WS-SHARE-RESULT             PIC 9(03)V99.

       01  WS-TOTAL-ISSUED             PIC 9(11) VALUE 0.
       01  WS-TOTAL-VOIDS              PIC 9(09) VALUE 0.
       01  WS-TOTAL-AUTO-VOIDS         PIC 9(09) VALUE 0.
       01  WS-TOTAL-REISSUES           PIC 9(09) VALUE 0.
       01  WS-ALL-VOIDS                PIC 9(09) VALUE 0.
       01  WS-COUNTERS-FLAGGED         PIC 9(04) VALUE 0.
       01  WS-OPERATORS-FLAGGED        PIC 9(04) VALUE 0.
       01  WS-UNLISTED-REASON-COUNT    PIC 9(04) VALUE 0.

      *  Report line layouts, moved into VA-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(31) VALUE
               "VOID PATTERN ANALYSIS - PERIOD ".
           05  WS-HDR-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-HDR-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(17) VALUE
               "  BUSINESS DATE ".
           05  WS-HDR-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TOL-LINE.
           05  FILLER                  PIC X(38) VALUE
               "VOID RATE TOLERANCE (%)  - COUNTER:".
           05  WS-TL-COUNTER           PIC ZZ9.99.
           05  FILLER                  PIC X(13) VALUE
               "  OPERATOR:".
           05  WS-TL-OPERATOR          PIC ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-CTR-HDR-LINE.
           05  FILLER                  PIC X(50) VALUE
               "  COUNTER-ID     ISSUED    VOIDS  REISSUE  AUTO-VD".
           05  FILLER                  PIC X(50) VALUE
               "    RATE%".

       01  WS-CTR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-ISSUED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-VOIDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-REISSUES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-AUTO-VOIDS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-FLAG              PIC X(14).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-RSN-HDR-LINE.
           05  FILLER                  PIC X(47) VALUE
               "  CODE  DESCRIPTION                       VOIDS".
           05  FILLER                  PIC X(53) VALUE
               "  SHARE%  REISSUE  ALLOWED".

       01  WS-RSN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-REASON-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-VOIDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-SHARE             PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-REISSUES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RL-REISSUE-OK        PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RL-NOTE              PIC X(13).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-OPR-HDR-LINE.
           05  FILLER                  PIC X(47) VALUE
               "  OPERATOR    VOIDS  REISSUE  CTRS  BASE-ISSUED".
           05  FILLER                  PIC X(53) VALUE
               "   RATE%".

       01  WS-OPR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-VOIDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-REISSUES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-COUNTERS          PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-OL-BASE-ISSUED       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OL-FLAG              PIC X(14).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-TOTAL-RATE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "OVERALL KEYED VOID RATE (%):".
           05  WS-TR-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-ANALYSIS-PERIOD
           PERFORM 0100-LOAD-VOID-REASONS
           PERFORM 1000-TALLY-ISSUANCE
           PERFORM 2000-TALLY-VOIDS
           PERFORM 3000-TALLY-REISSUES
           PERFORM 4000-RATE-COUNTERS
           PERFORM 4100-RATE-OPERATORS
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           PERFORM 5000-WRITE-HEADER
           PERFORM 5100-WRITE-BY-COUNTER
           PERFORM 5200-WRITE-BY-REASON
           PERFORM 5300-WRITE-BY-OPERATOR
           PERFORM 5400-WRITE-TOTALS
           CLOSE ANALYSIS-REPORT-FILE
           DISPLAY "VOIDANL COMPLETE FOR " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "Keyed voids            : " WS-TOTAL-VOIDS
           DISPLAY "Auto-voids             : " WS-TOTAL-AUTO-VOIDS
           DISPLAY "Reissues               : " WS-TOTAL-REISSUES
           DISPLAY "Counters over tolerance: " WS-COUNTERS-FLAGGED
           DISPLAY "Operators over toleranc: " WS-OPERATORS-FLAGGED
           IF WS-COUNTERS-FLAGGED > 0 OR WS-OPERATORS-FLAGGED > 0
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

      *  VANLPARM names the period and tolerances; whatever it
      *  leaves blank, non-numeric or zero keeps its default.
       0050-SET-ANALYSIS-PERIOD.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-TODAY-MONTH
           IF WS-TODAY-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
           END-IF
           MOVE WS-PRIOR-MONTH TO WS-FROM-DATE(1:6)
           MOVE "01" TO WS-FROM-DATE(7:2)
           MOVE WS-PRIOR-MONTH TO WS-TO-DATE(1:6)
           MOVE "31" TO WS-TO-DATE(7:2)
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ANALYSIS-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ ANALYSIS-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF VANL-FROM-DATE IS NUMERIC AND
                               VANL-TO-DATE IS NUMERIC
                           MOVE VANL-FROM-DATE TO WS-FROM-DATE
                           MOVE VANL-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF VANL-COUNTER-TOLERANCE IS NUMERIC AND
                               VANL-COUNTER-TOLERANCE > 0
                           MOVE VANL-COUNTER-TOLERANCE
                               TO WS-COUNTER-TOLERANCE
                       END-IF
                       IF VANL-OPERATOR-TOLERANCE IS NUMERIC AND
                               VANL-OPERATOR-TOLERANCE > 0
                           MOVE VANL-OPERATOR-TOLERANCE
                               TO WS-OPERATOR-TOLERANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANALYSIS-PARM-FILE.

      *  Codes are folded to upper case as BUGSOLUTION folds them;
      *  AUTO is always present and void-only.
       0100-LOAD-VOID-REASONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-REASON-FILE
           PERFORM UNTIL WS-END-OF-VOID-REASON-FILE
               READ VOID-REASON-FILE
                   AT END
                       SET WS-END-OF-VOID-REASON-FILE TO TRUE
                   NOT AT END
                       IF VRSN-REASON-CODE NOT = SPACES
                           INSPECT VRSN-REASON-CODE
                               CONVERTING WS-LOWER-CASE-LETTERS
                                       TO WS-UPPER-CASE-LETTERS
                           MOVE VRSN-REASON-CODE TO WS-KEY-REASON-CODE
                           PERFORM 8200-FIND-REASON
                           IF NOT WS-RSN-FOUND
                               PERFORM 8210-ADD-REASON
                           END-IF
                           MOVE VRSN-DESCRIPTION
                               TO WS-RSN-DESCRIPTION(WS-RSN-IDX)
                           MOVE VRSN-REISSUE-ALLOWED
                               TO WS-RSN-REISSUE-ALLOWED(WS-RSN-IDX)
                           MOVE "Y" TO WS-RSN-ON-MASTER(WS-RSN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REASON-FILE
           MOVE WS-AUTO-VOID-REASON TO WS-KEY-REASON-CODE
           PERFORM 8200-FIND-REASON
           IF NOT WS-RSN-FOUND
               PERFORM 8210-ADD-REASON
               MOVE "AUTO-VOID, UNUSED RESERVATION"
                   TO WS-RSN-DESCRIPTION(WS-RSN-IDX)
               MOVE "Y" TO WS-RSN-ON-MASTER(WS-RSN-IDX)
           END-IF
           MOVE "N" TO WS-RSN-REISSUE-ALLOWED(WS-RSN-IDX).

      *  Numbers issued per counter in the period, one ISSUEREG
      *  range at a time.
       1000-TALLY-ISSUANCE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-ISSUE-REGISTER
               READ ISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-ISSUE-REGISTER TO TRUE
                   NOT AT END
                       IF REG-LOG-DATE >= WS-FROM-DATE AND
                               REG-LOG-DATE <= WS-TO-DATE AND
                               REG-LAST-NUMBER >= REG-FIRST-NUMBER
                           MOVE REG-COUNTER-ID TO WS-KEY-COUNTER-ID
                           PERFORM 8100-FIND-OR-ADD-COUNTER
                           COMPUTE WS-RANGE-SIZE = REG-LAST-NUMBER
                               - REG-FIRST-NUMBER + 1
                           ADD WS-RANGE-SIZE
                               TO WS-CTR-ISSUED(WS-CTR-IDX)
                           ADD WS-RANGE-SIZE TO WS-TOTAL-ISSUED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE.

       2000-TALLY-VOIDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-VOID-REGISTER
               READ VOID-REGISTER-FILE
                   AT END
                       SET WS-END-OF-VOID-REGISTER TO TRUE
                   NOT AT END
                       IF VREG-LOG-DATE >= WS-FROM-DATE AND
                               VREG-LOG-DATE <= WS-TO-DATE
                           PERFORM 2100-TALLY-ONE-VOID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

       2100-TALLY-ONE-VOID.
           ADD 1 TO WS-ALL-VOIDS
           MOVE VREG-REASON-CODE TO WS-KEY-REASON-CODE
           INSPECT WS-KEY-REASON-CODE
               CONVERTING WS-LOWER-CASE-LETTERS
                       TO WS-UPPER-CASE-LETTERS
           PERFORM 8220-FIND-OR-ADD-REASON
           ADD 1 TO WS-RSN-VOIDS(WS-RSN-IDX)
           MOVE VREG-COUNTER-ID TO WS-KEY-COUNTER-ID
           PERFORM 8100-FIND-OR-ADD-COUNTER
           IF WS-KEY-REASON-CODE = WS-AUTO-VOID-REASON AND
                   VREG-OPERATOR-ID = WS-AUTO-OPERATOR-ID
               ADD 1 TO WS-CTR-AUTO-VOIDS(WS-CTR-IDX)
               ADD 1 TO WS-TOTAL-AUTO-VOIDS
           ELSE
               ADD 1 TO WS-CTR-VOIDS(WS-CTR-IDX)
               ADD 1 TO WS-TOTAL-VOIDS
               MOVE VREG-OPERATOR-ID TO WS-KEY-OPERATOR-ID
               PERFORM 8300-FIND-OR-ADD-OPERATOR
               ADD 1 TO WS-OPR-VOIDS(WS-OPR-IDX)
               PERFORM 8400-NOTE-OPERATOR-COUNTER
           END-IF.

       3000-TALLY-REISSUES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-REISSUE-REGISTER
               READ REISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-REISSUE-REGISTER TO TRUE
                   NOT AT END
                       IF RISS-LOG-DATE >= WS-FROM-DATE AND
                               RISS-LOG-DATE <= WS-TO-DATE
                           PERFORM 3100-TALLY-ONE-REISSUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REISSUE-REGISTER-FILE.

       3100-TALLY-ONE-REISSUE.
           ADD 1 TO WS-TOTAL-REISSUES
           MOVE RISS-REASON-CODE TO WS-KEY-REASON-CODE
           INSPECT WS-KEY-REASON-CODE
               CONVERTING WS-LOWER-CASE-LETTERS
                       TO WS-UPPER-CASE-LETTERS
           PERFORM 8220-FIND-OR-ADD-REASON
           ADD 1 TO WS-RSN-REISSUES(WS-RSN-IDX)
           MOVE RISS-COUNTER-ID TO WS-KEY-COUNTER-ID
           PERFORM 8100-FIND-OR-ADD-COUNTER
           ADD 1 TO WS-CTR-REISSUES(WS-CTR-IDX)
           MOVE RISS-OPERATOR-ID TO WS-KEY-OPERATOR-ID
           PERFORM 8300-FIND-OR-ADD-OPERATOR
           ADD 1 TO WS-OPR-REISSUES(WS-OPR-IDX).

       4000-RATE-COUNTERS.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-TABLE-COUNT
               MOVE WS-CTR-VOIDS(WS-CTR-IDX) TO WS-RATE-VOIDS
               MOVE WS-CTR-ISSUED(WS-CTR-IDX) TO WS-RATE-BASE
               PERFORM 7000-COMPUTE-RATE
               MOVE WS-RATE-RESULT TO WS-CTR-RATE(WS-CTR-IDX)
               IF WS-CTR-RATE(WS-CTR-IDX) > WS-COUNTER-TOLERANCE
                   ADD 1 TO WS-COUNTERS-FLAGGED
               END-IF
           END-PERFORM.

      *  An operator's base is everything issued in the period on
      *  each counter the operator voided on.
       4100-RATE-OPERATORS.
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > WS-OPC-TABLE-COUNT
               MOVE WS-OPC-OPERATOR-ID(WS-OPC-IDX)
                   TO WS-KEY-OPERATOR-ID
               PERFORM 8300-FIND-OR-ADD-OPERATOR
               MOVE WS-OPC-COUNTER-ID(WS-OPC-IDX) TO WS-KEY-COUNTER-ID
               PERFORM 8100-FIND-OR-ADD-COUNTER
               ADD 1 TO WS-OPR-COUNTERS(WS-OPR-IDX)
               ADD WS-CTR-ISSUED(WS-CTR-IDX)
                   TO WS-OPR-BASE-ISSUED(WS-OPR-IDX)
           END-PERFORM
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-TABLE-COUNT
               MOVE WS-OPR-VOIDS(WS-OPR-IDX) TO WS-RATE-VOIDS
               MOVE WS-OPR-BASE-ISSUED(WS-OPR-IDX) TO WS-RATE-BASE
               PERFORM 7000-COMPUTE-RATE
               MOVE WS-RATE-RESULT TO WS-OPR-RATE(WS-OPR-IDX)
               IF WS-OPR-RATE(WS-OPR-IDX) > WS-OPERATOR-TOLERANCE
                   ADD 1 TO WS-OPERATORS-FLAGGED
               END-IF
           END-PERFORM.

       5000-WRITE-HEADER.
           MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE
           MOVE WS-TO-DATE TO WS-HDR-TO-DATE
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HDR-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE WS-COUNTER-TOLERANCE TO WS-TL-COUNTER
           MOVE WS-OPERATOR-TOLERANCE TO WS-TL-OPERATOR
           MOVE WS-TOL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE.

       5100-WRITE-BY-COUNTER.
           MOVE SPACES TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "BY COUNTER:" TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           IF WS-CTR-TABLE-COUNT = 0
               MOVE "  NO ISSUANCE, VOIDS OR REISSUES IN THE PERIOD"
                   TO VA-REPORT-LINE
               WRITE VA-REPORT-LINE
           ELSE
               MOVE WS-CTR-HDR-LINE TO VA-REPORT-LINE
               WRITE VA-REPORT-LINE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-TABLE-COUNT
                   MOVE WS-CTR-COUNTER-ID(WS-CTR-IDX)
                       TO WS-CL-COUNTER-ID
                   MOVE WS-CTR-ISSUED(WS-CTR-IDX) TO WS-CL-ISSUED
                   MOVE WS-CTR-VOIDS(WS-CTR-IDX) TO WS-CL-VOIDS
                   MOVE WS-CTR-REISSUES(WS-CTR-IDX) TO WS-CL-REISSUES
                   MOVE WS-CTR-AUTO-VOIDS(WS-CTR-IDX)
                       TO WS-CL-AUTO-VOIDS
                   MOVE WS-CTR-RATE(WS-CTR-IDX) TO WS-CL-RATE
                   IF WS-CTR-RATE(WS-CTR-IDX) > WS-COUNTER-TOLERANCE
                       MOVE "OVER TOLERANCE" TO WS-CL-FLAG
                   ELSE
                       MOVE SPACES TO WS-CL-FLAG
                   END-IF
                   MOVE WS-CTR-LINE TO VA-REPORT-LINE
                   WRITE VA-REPORT-LINE
               END-PERFORM
           END-IF.

       5200-WRITE-BY-REASON.
           MOVE SPACES TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "BY REASON:" TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE WS-RSN-HDR-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-TABLE-COUNT
               MOVE WS-RSN-REASON-CODE(WS-RSN-IDX)
                   TO WS-RL-REASON-CODE
               MOVE WS-RSN-DESCRIPTION(WS-RSN-IDX)
                   TO WS-RL-DESCRIPTION
               MOVE WS-RSN-VOIDS(WS-RSN-IDX) TO WS-RL-VOIDS
               IF WS-ALL-VOIDS > 0
                   COMPUTE WS-SHARE-RESULT ROUNDED =
                       WS-RSN-VOIDS(WS-RSN-IDX) * 100 / WS-ALL-VOIDS
               ELSE
                   MOVE 0 TO WS-SHARE-RESULT
               END-IF
               MOVE WS-SHARE-RESULT TO WS-RL-SHARE
               MOVE WS-RSN-REISSUES(WS-RSN-IDX) TO WS-RL-REISSUES
               IF WS-RSN-REISSUE-ALLOWED(WS-RSN-IDX) = "Y"
                   MOVE "YES" TO WS-RL-REISSUE-OK
               ELSE
                   MOVE "NO" TO WS-RL-REISSUE-OK
               END-IF
               IF WS-RSN-ON-MASTER(WS-RSN-IDX) = "Y"
                   MOVE SPACES TO WS-RL-NOTE
               ELSE
                   MOVE "NOT ON MASTER" TO WS-RL-NOTE
               END-IF
               MOVE WS-RSN-LINE TO VA-REPORT-LINE
               WRITE VA-REPORT-LINE
           END-PERFORM.

       5300-WRITE-BY-OPERATOR.
           MOVE SPACES TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "BY OPERATOR:" TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           IF WS-OPR-TABLE-COUNT = 0
               MOVE "  NO KEYED VOIDS OR REISSUES IN THE PERIOD"
                   TO VA-REPORT-LINE
               WRITE VA-REPORT-LINE
           ELSE
               MOVE WS-OPR-HDR-LINE TO VA-REPORT-LINE
               WRITE VA-REPORT-LINE
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-TABLE-COUNT
                   MOVE WS-OPR-OPERATOR-ID(WS-OPR-IDX)
                       TO WS-OL-OPERATOR-ID
                   MOVE WS-OPR-VOIDS(WS-OPR-IDX) TO WS-OL-VOIDS
                   MOVE WS-OPR-REISSUES(WS-OPR-IDX) TO WS-OL-REISSUES
                   MOVE WS-OPR-COUNTERS(WS-OPR-IDX) TO WS-OL-COUNTERS
                   MOVE WS-OPR-BASE-ISSUED(WS-OPR-IDX)
                       TO WS-OL-BASE-ISSUED
                   MOVE WS-OPR-RATE(WS-OPR-IDX) TO WS-OL-RATE
                   IF WS-OPR-RATE(WS-OPR-IDX) > WS-OPERATOR-TOLERANCE
                       MOVE "OVER TOLERANCE" TO WS-OL-FLAG
                   ELSE
                       MOVE SPACES TO WS-OL-FLAG
                   END-IF
                   MOVE WS-OPR-LINE TO VA-REPORT-LINE
                   WRITE VA-REPORT-LINE
               END-PERFORM
           END-IF.

       5400-WRITE-TOTALS.
           MOVE SPACES TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "NUMBERS ISSUED IN PERIOD:" TO WS-TOT-LABEL
           MOVE WS-TOTAL-ISSUED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "KEYED VOIDS:" TO WS-TOT-LABEL
           MOVE WS-TOTAL-VOIDS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "AUTO-VOIDS (NOT RATED):" TO WS-TOT-LABEL
           MOVE WS-TOTAL-AUTO-VOIDS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "REISSUES:" TO WS-TOT-LABEL
           MOVE WS-TOTAL-REISSUES TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE WS-TOTAL-VOIDS TO WS-RATE-VOIDS
           IF WS-TOTAL-ISSUED > 999999999
               MOVE 999999999 TO WS-RATE-BASE
           ELSE
               MOVE WS-TOTAL-ISSUED TO WS-RATE-BASE
           END-IF
           PERFORM 7000-COMPUTE-RATE
           MOVE WS-RATE-RESULT TO WS-TR-RATE
           MOVE WS-TOTAL-RATE-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "REASON CODES NOT ON VOIDRSN:" TO WS-TOT-LABEL
           MOVE WS-UNLISTED-REASON-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "COUNTERS OVER TOLERANCE:" TO WS-TOT-LABEL
           MOVE WS-COUNTERS-FLAGGED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE
           MOVE "OPERATORS OVER TOLERANCE:" TO WS-TOT-LABEL
           MOVE WS-OPERATORS-FLAGGED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VA-REPORT-LINE
           WRITE VA-REPORT-LINE.

      *  Voids per hundred numbers issued. Voids with no issuance to
      *  set them against, or a rate past the printable maximum,
      *  show as 999.99 so they cannot slip under any tolerance.
       7000-COMPUTE-RATE.
           IF WS-RATE-BASE = 0
               IF WS-RATE-VOIDS > 0
                   MOVE 999.99 TO WS-RATE-RESULT
               ELSE
                   MOVE 0 TO WS-RATE-RESULT
               END-IF
           ELSE
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-RATE-VOIDS * 100 / WS-RATE-BASE
               IF WS-RATE-WORK > 999.99
                   MOVE 999.99 TO WS-RATE-RESULT
               ELSE
                   MOVE WS-RATE-WORK TO WS-RATE-RESULT
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
                   DISPLAY "FATAL: MORE THAN 500 COUNTERS ACTIVE IN "
                       "THE PERIOD - WS-CTR-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CTR-TABLE-COUNT
               SET WS-CTR-IDX TO WS-CTR-TABLE-COUNT
               MOVE WS-KEY-COUNTER-ID TO WS-CTR-COUNTER-ID(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-ISSUED(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-VOIDS(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-AUTO-VOIDS(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-REISSUES(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-RATE(WS-CTR-IDX)
           END-IF.

       8200-FIND-REASON.
           MOVE "N" TO WS-RSN-FOUND-FLAG
           IF WS-RSN-TABLE-COUNT > 0
               SET WS-RSN-IDX TO 1
               SEARCH WS-RSN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RSN-REASON-CODE(WS-RSN-IDX) =
                           WS-KEY-REASON-CODE
                       SET WS-RSN-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8210-ADD-REASON.
           IF WS-RSN-TABLE-COUNT >= 200
               DISPLAY "FATAL: MORE THAN 200 VOID REASON CODES - "
                   "WS-RSN-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RSN-TABLE-COUNT
           SET WS-RSN-IDX TO WS-RSN-TABLE-COUNT
           MOVE WS-KEY-REASON-CODE TO WS-RSN-REASON-CODE(WS-RSN-IDX)
           MOVE SPACES TO WS-RSN-DESCRIPTION(WS-RSN-IDX)
           MOVE "N" TO WS-RSN-REISSUE-ALLOWED(WS-RSN-IDX)
           MOVE "N" TO WS-RSN-ON-MASTER(WS-RSN-IDX)
           MOVE 0 TO WS-RSN-VOIDS(WS-RSN-IDX)
           MOVE 0 TO WS-RSN-REISSUES(WS-RSN-IDX).

      *  A register code the master does not carry is added and
      *  counted once, so the report lists it against its voids.
       8220-FIND-OR-ADD-REASON.
           PERFORM 8200-FIND-REASON
           IF NOT WS-RSN-FOUND
               PERFORM 8210-ADD-REASON
               ADD 1 TO WS-UNLISTED-REASON-COUNT
           END-IF.

       8300-FIND-OR-ADD-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-FLAG
           IF WS-OPR-TABLE-COUNT > 0
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPR-OPERATOR-ID(WS-OPR-IDX) =
                           WS-KEY-OPERATOR-ID
                       SET WS-OPR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-OPR-FOUND
               IF WS-OPR-TABLE-COUNT >= 500
                   DISPLAY "FATAL: MORE THAN 500 OPERATORS ACTIVE IN "
                       "THE PERIOD - WS-OPR-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPR-TABLE-COUNT
               SET WS-OPR-IDX TO WS-OPR-TABLE-COUNT
               MOVE WS-KEY-OPERATOR-ID
                   TO WS-OPR-OPERATOR-ID(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-VOIDS(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-REISSUES(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-COUNTERS(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-BASE-ISSUED(WS-OPR-IDX)
               MOVE 0 TO WS-OPR-RATE(WS-OPR-IDX)
           END-IF.

      *  Records each distinct (operator, counter) pair a keyed void
      *  falls in; WS-KEY-OPERATOR-ID and WS-KEY-COUNTER-ID are set.
       8400-NOTE-OPERATOR-COUNTER.
           MOVE "N" TO WS-OPC-FOUND-FLAG
           IF WS-OPC-TABLE-COUNT > 0
               SET WS-OPC-IDX TO 1
               SEARCH WS-OPC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPC-OPERATOR-ID(WS-OPC-IDX) =
                           WS-KEY-OPERATOR-ID AND
                        WS-OPC-COUNTER-ID(WS-OPC-IDX) =
                           WS-KEY-COUNTER-ID
                       SET WS-OPC-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-OPC-FOUND
               IF WS-OPC-TABLE-COUNT >= 2000
                   DISPLAY "FATAL: MORE THAN 2000 OPERATOR/COUNTER "
                       "PAIRS IN THE PERIOD - WS-OPC-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPC-TABLE-COUNT
               SET WS-OPC-IDX TO WS-OPC-TABLE-COUNT
               MOVE WS-KEY-OPERATOR-ID
                   TO WS-OPC-OPERATOR-ID(WS-OPC-IDX)
               MOVE WS-KEY-COUNTER-ID TO WS-OPC-COUNTER-ID(WS-OPC-IDX)
           END-IF.
