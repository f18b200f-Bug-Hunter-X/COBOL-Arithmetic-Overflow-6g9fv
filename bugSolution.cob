       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVERFLOW-LOG-FILE ASSIGN TO "OVFLLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REISSUE-REGISTER-FILE ASSIGN TO "REISSREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REASON-FILE ASSIGN TO "VOIDRSN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUTH-FILE ASSIGN TO "SYSAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-CLOSE-FILE ASSIGN TO "CYCCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-TRAN-FILE ASSIGN TO "APPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRIAL-PARM-FILE ASSIGN TO "TRIALPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "BUGTRIAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  OVERFLOW-LOG-FILE.
           COPY OVFLREC.

       FD  REISSUE-REGISTER-FILE.
           COPY REISSUE.

       FD  VOID-REASON-FILE.
           COPY VOIDRSN.

       FD  AUTH-FILE.
           COPY SYSAUTH.

       FD  CYCLE-CLOSE-FILE.
           COPY CYCCLS.

       FD  OPERATOR-AUTH-FILE.
           COPY OPRAUTH.

       FD  APPROVAL-TRAN-FILE.
           COPY APPRTRN.

       FD  TRIAL-PARM-FILE.
           COPY TRIALPRM.

       FD  TRIAL-REPORT-FILE.
       01  BT-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-NUMBER               PIC 9(6) VALUE 99999.
           05  WS-COUNTER-ID           PIC X(10) VALUE "INVOICE".

       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(08).
           88  WS-END-OF-AUTH-FILE             VALUE "A".
           88  WS-END-OF-CYCLE-CLOSE-FILE      VALUE "K".
           88  WS-END-OF-HISTORY-FILE          VALUE "H".
           88  WS-END-OF-VOID-REASON-FILE      VALUE "X".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-OPERATOR-FILE         VALUE "O".
           88  WS-END-OF-APPROVAL-FILE         VALUE "J".
           88  WS-END-OF-TRIAL-PARM-FILE       VALUE "T".

      *  Every RUNPARM record is loaded up front and processed in turn
      *  (one full increment/checkpoint/summary cycle per record), so
       01  WS-VOID-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-VOID-FOUND                    VALUE "Y".
       01  WS-VOID-ACCEPTED-COUNT      PIC 9(04) VALUE 0.

      *  The VOIDRSN reason code master, loaded alongside the
      *  register slices whenever there are voids to process. Every
      *  void's reason code must be on it - folded to upper case
      *  first, so the same code keyed in lower case is still the
      *  same code on VOIDREG - and a void asking for a replacement
      *  must carry a code that allows reissue. AUTO, stamped by
      *  USGRECON on its auto-voids, is always present as void-only.
       01  WS-VRSN-TABLE-COUNT         PIC 9(04) VALUE 0.
       01  WS-VRSN-TABLE.
           05  WS-VRSN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-VRSN-TABLE-COUNT
                   INDEXED BY WS-VRSN-IDX.
               10  WS-VRSN-REASON-CODE     PIC X(04).
               10  WS-VRSN-REISSUE-ALLOWED PIC X(01).
       01  WS-VRSN-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-VRSN-FOUND                    VALUE "Y".
       01  WS-VRSN-KEY-REASON-CODE     PIC X(04).
       01  WS-VRSN-REISSUE-ALLOWED-KEY PIC X(01).
       01  WS-AUTO-VOID-REASON         PIC X(04) VALUE "AUTO".
       01  WS-REASON-REJECT-FLAG       PIC X(01) VALUE "N".
           88  WS-REASON-REJECTED               VALUE "Y".
       01  WS-LOWER-CASE-LETTERS       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE-LETTERS       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SAVED-COUNTER-ID         PIC X(10).
       01  WS-SAVED-JOB-ID             PIC X(08).
       01  WS-SAVED-RUN-ID             PIC X(08).
               10  WS-CYC-COUNTER-ID       PIC X(10).
               10  WS-CYC-CLOSE-DATE       PIC X(08).
               10  WS-CYC-OPERATOR-ID      PIC X(08).
               10  WS-CYC-APPROVER-ID      PIC X(08).
               10  WS-CYC-CONSUMED         PIC X(01).
       01  WS-CYC-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-CYC-FOUND                     VALUE "Y".
       01  WS-APPR-REJECT-REASON       PIC X(32).

      *  The OPRAUTH operator authority master, in core: each
      *  operator's action flags in OPRAUTH order. Voids, reissues
      *  and planned cycle closes are checked against the flags
      *  below; a planned close also waits for a second, different
      *  operator's approval off APPRTRAN.
       01  WS-OPR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPR-TABLE-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-OPERATOR-ID      PIC X(08).
               10  WS-OPR-PERMISSION       PIC X(01) OCCURS 9 TIMES.
       01  WS-OPR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-OPR-FOUND                     VALUE "Y".
       01  WS-OPR-AUTHORISED-FLAG      PIC X(01) VALUE "N".
           88  WS-OPR-AUTHORISED                VALUE "Y".
       01  WS-OPR-REJECT-FLAG          PIC X(01) VALUE "N".
           88  WS-OPR-REJECTED                  VALUE "Y".
       01  WS-OPR-KEY-ID               PIC X(08).
       01  WS-OPR-ACTION-SUB           PIC 9(01).
       01  WS-OPR-SUB                  PIC 9(02).
       01  WS-OPR-VOID-SUB             PIC 9(01) VALUE 6.
       01  WS-OPR-REISSUE-SUB          PIC 9(01) VALUE 7.
       01  WS-OPR-CYCLE-CLOSE-SUB      PIC 9(01) VALUE 8.
       01  WS-TODAY-DATE               PIC X(08).

      *  The latest planned-close NUMHIST record per counter, read
       01  WS-PCL-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-PCL-FOUND                     VALUE "Y".

      *  Trial-run state. TRIALPRM switches the whole execution into
      *  a preview: every input is processed and every in-core table
      *  moves exactly as tonight's run would move it, so later steps
      *  see the effects of earlier ones, but each paragraph that
      *  would write a register, log, ledger or COUNTERF record
      *  writes a BUGTRIAL.OUT line instead. Near-miss warnings are
      *  counted in full but listed once per issued block - a large
      *  block above the threshold would otherwise bury the report.
       01  WS-TRIAL-RUN-FLAG           PIC X(01) VALUE "N".
           88  WS-TRIAL-RUN                     VALUE "Y".
       01  WS-TRIAL-SECTION-FLAG       PIC X(01) VALUE "N".
           88  WS-TRIAL-SECTION-OPEN            VALUE "Y".
       01  WS-TRIAL-WARNED-FLAG        PIC X(01) VALUE "N".
           88  WS-TRIAL-WARNED                  VALUE "Y".
       01  WS-TRIAL-SECTION-TITLE      PIC X(40).
       01  WS-TRIAL-SECTION-LINES      PIC 9(06) VALUE 0.
       01  WS-TRIAL-ISSUED-COUNT       PIC 9(07) VALUE 0.
       01  WS-TRIAL-RANGE-COUNT        PIC 9(06) VALUE 0.
       01  WS-TRIAL-RECOVERED-COUNT    PIC 9(06) VALUE 0.
       01  WS-TRIAL-GRANTED-COUNT      PIC 9(06) VALUE 0.
       01  WS-TRIAL-REFUSED-COUNT      PIC 9(06) VALUE 0.
       01  WS-TRIAL-REISSUE-COUNT      PIC 9(06) VALUE 0.
       01  WS-TRIAL-CLOSE-COUNT        PIC 9(06) VALUE 0.
       01  WS-TRIAL-ROLLOVER-COUNT     PIC 9(06) VALUE 0.
       01  WS-TRIAL-WARNING-COUNT      PIC 9(06) VALUE 0.
       01  WS-TRIAL-RUN-REFUSED-COUNT  PIC 9(06) VALUE 0.
       01  WS-TRIAL-DOCNUM.
           05  WS-TRIAL-DOC-PREFIX     PIC X(04).
           05  WS-TRIAL-DOC-CYCLE      PIC 9(05).
           05  WS-TRIAL-DOC-SEQUENCE   PIC 9(06).
           05  WS-TRIAL-DOC-CHECK      PIC 9(01).

      *  Trial report line layouts, moved into BT-REPORT-LINE one at
      *  a time.
       01  WS-TRIAL-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "BUGSOLUTION TRIAL RUN - NOTHING WAS ".
           05  FILLER                  PIC X(29) VALUE
               "WRITTEN        BUSINESS DATE ".
           05  WS-THL-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TRIAL-SUBHDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "COUNTERF, REGISTERS, LOGS AND LEDGER".
           05  FILLER                  PIC X(35) VALUE
               " UNCHANGED - TONIGHT'S INPUTS AS A ".
           05  FILLER                  PIC X(29) VALUE
               "LIVE RUN WOULD TAKE THEM".

      *  One issued (or recovered) range with the composed document
      *  numbers at either end of it.
       01  WS-TRIAL-ISSUE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TI-ACTION            PIC X(10).
           05  WS-TI-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  WS-TI-CYCLE-NUMBER      PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TI-FIRST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-TI-LAST-NUMBER       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TI-FIRST-DOCNUM      PIC X(16).
           05  FILLER                  PIC X(06) VALUE " THRU ".
           05  WS-TI-LAST-DOCNUM       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TI-SOURCE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

      *  One OVERFLOW-LOG event - a rollover, near miss, rejection or
      *  approval - the run would have logged.
       01  WS-TRIAL-EVENT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TE-ACTION            PIC X(10).
           05  WS-TE-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TE-FIELD-NAME        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TE-OLD-VALUE         PIC Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TE-TEXT              PIC X(50).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-TRIAL-REFUSE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REFUSE".
           05  WS-TQ-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(08) VALUE " SYSTEM ".
           05  WS-TQ-SYSTEM-ID         PIC X(08).
           05  FILLER                  PIC X(05) VALUE " QTY ".
           05  WS-TQ-QUANTITY          PIC Z(03)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TQ-REASON-CODE       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TQ-TEXT              PIC X(40).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-TRIAL-VOID-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "VOID".
           05  WS-TV-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  WS-TV-CYCLE-NUMBER      PIC 9(05).
           05  FILLER                  PIC X(08) VALUE " NUMBER ".
           05  WS-TV-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(08) VALUE " REASON ".
           05  WS-TV-REASON-CODE       PIC X(04).
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  WS-TV-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TV-TEXT              PIC X(27).

       01  WS-TRIAL-REISSUE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REISSUE".
           05  WS-TR-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  WS-TR-OLD-CYCLE-NUMBER  PIC 9(05).
           05  FILLER                  PIC X(08) VALUE " NUMBER ".
           05  WS-TR-OLD-NUMBER        PIC 9(06).
           05  FILLER                  PIC X(13) VALUE " REPLACED BY ".
           05  WS-TR-NEW-DOCNUM        PIC X(16).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TRIAL-CLOSE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CLOSE".
           05  WS-TC-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  WS-TC-CYCLE-NUMBER      PIC 9(05).
           05  FILLER                  PIC X(11) VALUE " CLOSED AT ".
           05  WS-TC-CLOSED-AT         PIC 9(06).
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  WS-TC-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(13) VALUE " APPROVED BY ".
           05  WS-TC-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(16) VALUE SPACES.

      *  Anything else worth a line: a run-id the live run would
      *  refuse or alert on, a cycle close left waiting or skipped.
       01  WS-TRIAL-NOTE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TN-ACTION            PIC X(10).
           05  WS-TN-KEY               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TN-TEXT              PIC X(60).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-TRIAL-CTR-HDR-LINE.
           05  FILLER                  PIC X(36) VALUE
               "  COUNTER-ID  CURRENT  CYCLE     HWM".
           05  FILLER                  PIC X(64) VALUE
               "   START ST  PFX".

       01  WS-TRIAL-CTR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-COUNTER-ID       PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TCL-CURRENT-VALUE    PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-CYCLE-NUMBER     PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-HIGH-WATER-MARK  PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-CYCLE-START-VAL  PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TCL-PREFIX           PIC X(04).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC Z(06)9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0045-LOAD-TRIAL-PARM
           MOVE WS-DEFAULT-JOB-ID TO WS-JOB-ID
           MOVE WS-DEFAULT-RUN-ID TO WS-RUN-ID
           MOVE WS-DEFAULT-NEAR-MISS-THRESH TO WS-NEAR-MISS-THRESHOLD
           PERFORM 0050-LOAD-RUN-PARAMETERS
           PERFORM 0055-BUILD-RUN-ID-LIST
           MOVE "RUN LEDGER AND CHECKPOINT RECOVERY:"
               TO WS-TRIAL-SECTION-TITLE
           PERFORM 6010-START-TRIAL-SECTION
           PERFORM 0060-CHECK-RUN-LEDGER
           IF NOT WS-TRIAL-RUN
               PERFORM 0065-WRITE-STARTED-RECORDS
           END-IF
           PERFORM 0070-LOAD-COUNTER-TABLE
           PERFORM 0071-LOAD-OPERATOR-TABLE
           PERFORM 0072-LOAD-AUTH-TABLE
           PERFORM 0073-LOAD-CYCLE-CLOSES
           PERFORM 0074-LOAD-PLANNED-CLOSES
           PERFORM 0075-LOAD-RESTART-CHECKPOINTS
           PERFORM 0080-LOAD-VOID-TRANSACTIONS
           IF WS-PEND-VOID-COUNT > 0
               PERFORM 0087-LOAD-VOID-REASONS
               PERFORM 0084-BUILD-VOID-SLICE-KEYS
               PERFORM 0085-LOAD-ISSUE-REGISTER
               PERFORM 0086-LOAD-VOID-REGISTER
           END-IF
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND OVERFLOW-LOG-FILE
               OPEN EXTEND RESTART-FILE
               OPEN EXTEND MONITOR-ALERT-FILE
               OPEN EXTEND HISTORY-FILE
               OPEN EXTEND ASSIGNMENT-FILE
               OPEN EXTEND ISSUE-REGISTER-FILE
               OPEN EXTEND DOCUMENT-ISSUE-FILE
               OPEN EXTEND VOID-REGISTER-FILE
               OPEN EXTEND REISSUE-REGISTER-FILE
           END-IF
           PERFORM 0077-REGISTER-RECOVERED-NUMBERS
           MOVE "CYCLE CLOSES:" TO WS-TRIAL-SECTION-TITLE
           PERFORM 6010-START-TRIAL-SECTION
           PERFORM 0088-APPLY-CYCLE-CLOSES
           MOVE "VOIDS AND REISSUES:" TO WS-TRIAL-SECTION-TITLE
           PERFORM 6010-START-TRIAL-SECTION
           PERFORM 0090-PROCESS-VOID-TRANSACTIONS
           MOVE "RUNPARM ISSUING:" TO WS-TRIAL-SECTION-TITLE
           PERFORM 6010-START-TRIAL-SECTION
           PERFORM 0200-PROCESS-ALL-RUN-PARMS
           MOVE "NUMBER REQUESTS:" TO WS-TRIAL-SECTION-TITLE
           PERFORM 6010-START-TRIAL-SECTION
           PERFORM 0400-PROCESS-NUMBER-REQUESTS
           PERFORM 0470-REPORT-UNRUN-VOID-COUNTERS
           IF WS-TRIAL-RUN
               PERFORM 6020-END-TRIAL-SECTION
               PERFORM 6800-WRITE-TRIAL-ENDING-VALUES
               PERFORM 6900-WRITE-TRIAL-TOTALS
               CLOSE TRIAL-REPORT-FILE
           ELSE
               PERFORM 0950-SAVE-COUNTER-TABLE
               CLOSE OVERFLOW-LOG-FILE
               CLOSE RESTART-FILE
               CLOSE MONITOR-ALERT-FILE
               CLOSE HISTORY-FILE
               CLOSE ASSIGNMENT-FILE
               CLOSE ISSUE-REGISTER-FILE
               CLOSE DOCUMENT-ISSUE-FILE
               CLOSE VOID-REGISTER-FILE
               CLOSE REISSUE-REGISTER-FILE
               PERFORM 0960-RESET-RESTART-FILE
               PERFORM 0955-SAVE-CYCLE-CLOSE-FILE
               PERFORM 0980-COMPLETE-RUN-LEDGER
           END-IF
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TRIAL-RUN-REFUSED-COUNT > 0
               MOVE 16 TO RETURN-CODE
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

      *  A trial run is asked for on TRIALPRM and announced on the
      *  console as well as the report, so nobody mistakes its job
      *  log for a night's real numbering.
       0045-LOAD-TRIAL-PARM.
           MOVE "N" TO WS-TRIAL-RUN-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRIAL-PARM-FILE
           PERFORM UNTIL WS-END-OF-TRIAL-PARM-FILE
               READ TRIAL-PARM-FILE
                   AT END
                       SET WS-END-OF-TRIAL-PARM-FILE TO TRUE
                   NOT AT END
                       IF TRIAL-RUN-FLAG = "Y"
                           SET WS-TRIAL-RUN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIAL-PARM-FILE
           IF WS-TRIAL-RUN
               DISPLAY "TRIAL RUN - NOTHING WILL BE WRITTEN; THE "
                   "OUTCOME IS REPORTED ON BUGTRIAL.OUT"
               OPEN OUTPUT TRIAL-REPORT-FILE
               MOVE WS-BUSINESS-DATE TO WS-THL-BUSINESS-DATE
               MOVE WS-TRIAL-HDR-LINE TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
               MOVE WS-TRIAL-SUBHDR-LINE TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
           END-IF.

       0050-LOAD-RUN-PARAMETERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-PARM-FILE
                               "UNIQUE RUN-IDS IN RUNPARM SO AUDIT "
                               "STAMPS STAY UNAMBIGUOUS"
                       ELSE
                           PERFORM 0064-REFUSE-COMPLETED-RUN-ID
                       END-IF
                   END-IF
               END-IF
                       WS-LEDG-RUN-ID(WS-LEDG-IDX)
                       " SHOWS STARTED WITH NO COMPLETED - A PRIOR "
                       "RUN ABENDED OR IS STILL EXECUTING"
                   IF WS-TRIAL-RUN
                       MOVE "RUN-ID"  TO WS-TN-ACTION
                       MOVE WS-LEDG-RUN-ID(WS-LEDG-IDX) TO WS-TN-KEY
                       MOVE "STARTED, NEVER COMPLETED - THE LIVE RUN "
                           TO WS-TN-TEXT
                       MOVE "WOULD RAISE AN ALERT" TO WS-TN-TEXT(41:)
                       MOVE WS-TRIAL-NOTE-LINE TO BT-REPORT-LINE
                       PERFORM 6950-WRITE-TRIAL-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INCOMPLETE-RUN-COUNT > 0
               DISPLAY "WARNING: IF THAT RUN IS STILL EXECUTING, "
                   "CANCEL ONE OF THE TWO NOW - A CONCURRENT RUN "
                   "CORRUPTS THE COUNTERF REWRITE"
               IF NOT WS-TRIAL-RUN
                   PERFORM 0063-ALERT-INCOMPLETE-RUN
               END-IF
           END-IF.

       0061-TALLY-LEDGER-RECORD.
      *  nightly run.
       0063-ALERT-INCOMPLETE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO MONALERT-DATE
           MOVE WS-CD-FULL(9:6)       TO MONALERT-TIME
           MOVE WS-RID-JOB-ID(1)      TO MONALERT-JOB-ID
           WRITE MONALERT-RECORD
           CLOSE MONITOR-ALERT-FILE.

      *  A trial run reports the refusal and carries on, so the rest
      *  of the preview is still there once the run-id is corrected.
       0064-REFUSE-COMPLETED-RUN-ID.
           IF WS-TRIAL-RUN
               ADD 1 TO WS-TRIAL-RUN-REFUSED-COUNT
               MOVE "RUN-ID"          TO WS-TN-ACTION
               MOVE WS-LEDGER-RUN-ID  TO WS-TN-KEY
               MOVE "ALREADY COMPLETED ON RUNLEDG - THE LIVE RUN "
                   TO WS-TN-TEXT
               MOVE "WOULD BE REFUSED" TO WS-TN-TEXT(45:)
               MOVE WS-TRIAL-NOTE-LINE TO BT-REPORT-LINE
               PERFORM 6950-WRITE-TRIAL-LINE
           ELSE
               DISPLAY "FATAL: RUN-ID " WS-LEDGER-RUN-ID
                   " ALREADY SHOWS COMPLETED IN THE RUN "
                   "LEDGER - REFUSING TO ISSUE A SECOND "
                   "BATCH UNDER THE SAME RUN-ID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0065-WRITE-STARTED-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           OPEN EXTEND RUN-LEDGER-FILE
           PERFORM VARYING WS-RID-IDX FROM 1 BY 1
                   UNTIL WS-RID-IDX > WS-RUN-ID-COUNT

       0980-COMPLETE-RUN-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           OPEN EXTEND RUN-LEDGER-FILE
           PERFORM VARYING WS-RID-IDX FROM 1 BY 1
                   UNTIL WS-RID-IDX > WS-RUN-ID-COUNT
           END-PERFORM
           CLOSE AUTH-FILE.

       0071-LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPR-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPERATOR-AUTH-FILE
           PERFORM UNTIL WS-END-OF-OPERATOR-FILE
               READ OPERATOR-AUTH-FILE
                   AT END
                       SET WS-END-OF-OPERATOR-FILE TO TRUE
                   NOT AT END
                       IF WS-OPR-TABLE-COUNT >= 500
                           DISPLAY "FATAL: OPRAUTH HAS MORE THAN 500 "
                               "OPERATORS - WS-OPERATOR-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OPR-TABLE-COUNT
                       SET WS-OPR-IDX TO WS-OPR-TABLE-COUNT
                       MOVE OPR-OPERATOR-ID
                           TO WS-OPR-OPERATOR-ID(WS-OPR-IDX)
                       PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                               UNTIL WS-OPR-SUB > 9
                           MOVE OPR-PERMISSION(WS-OPR-SUB)
                               TO WS-OPR-PERMISSION(WS-OPR-IDX,
                                   WS-OPR-SUB)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.

      *  WS-OPR-KEY-ID holds flag WS-OPR-ACTION-SUB on OPRAUTH?
       0081-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPR-AUTHORISED-FLAG
           MOVE "N" TO WS-OPR-FOUND-FLAG
           IF WS-OPR-TABLE-COUNT > 0 AND WS-OPR-KEY-ID NOT = SPACES
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPR-OPERATOR-ID(WS-OPR-IDX) = WS-OPR-KEY-ID
                       SET WS-OPR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-OPR-FOUND
               IF WS-OPR-PERMISSION(WS-OPR-IDX, WS-OPR-ACTION-SUB) = "Y"
                   SET WS-OPR-AUTHORISED TO TRUE
               END-IF
           END-IF.

       0073-LOAD-CYCLE-CLOSES.
           MOVE 0 TO WS-CYC-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
                           TO WS-CYC-CLOSE-DATE(WS-CYC-IDX)
                       MOVE CYC-OPERATOR-ID
                           TO WS-CYC-OPERATOR-ID(WS-CYC-IDX)
                       MOVE CYC-APPROVER-ID
                           TO WS-CYC-APPROVER-ID(WS-CYC-IDX)
                       MOVE "N" TO WS-CYC-CONSUMED(WS-CYC-IDX)
               END-READ
           END-PERFORM
      *  stamp the archive and summary records with the execution's
      *  first resolved run-id and restored after, the same rule
      *  0077 and 0090 follow.
      *  An approval already standing on CYCCLOSE is checked again
      *  and tonight's APPRTRAN approvals are recorded first. Every
      *  instruction is then screened against OPRAUTH - one keyed by
      *  an operator without cycle-close authority is rejected and
      *  dropped whatever its date - and a due one applies only
      *  once approved; an unapproved one waits on CYCCLOSE.
       0088-APPLY-CYCLE-CLOSES.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-COUNTER-ID TO WS-SAVED-COUNTER-ID
           MOVE WS-JOB-ID     TO WS-SAVED-JOB-ID
           MOVE WS-RUN-ID     TO WS-SAVED-RUN-ID
           MOVE WS-RID-JOB-ID(1) TO WS-JOB-ID
           MOVE WS-RID-RUN-ID(1) TO WS-RUN-ID
           IF WS-CYC-TABLE-COUNT > 0
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                       UNTIL WS-CYC-IDX > WS-CYC-TABLE-COUNT
                   IF WS-CYC-APPROVER-ID(WS-CYC-IDX) NOT = SPACES
                       PERFORM 0083-RECHECK-HELD-APPROVER
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 0083-APPLY-CYCLE-APPROVALS
           IF WS-CYC-TABLE-COUNT > 0
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                       UNTIL WS-CYC-IDX > WS-CYC-TABLE-COUNT
                   PERFORM 0088-SCREEN-ONE-CYCLE-CLOSE
               END-PERFORM
           END-IF
           MOVE WS-SAVED-COUNTER-ID TO WS-COUNTER-ID
           MOVE WS-SAVED-JOB-ID     TO WS-JOB-ID
           MOVE WS-SAVED-RUN-ID     TO WS-RUN-ID.

       0088-SCREEN-ONE-CYCLE-CLOSE.
           MOVE WS-CYC-OPERATOR-ID(WS-CYC-IDX) TO WS-OPR-KEY-ID
           MOVE WS-OPR-CYCLE-CLOSE-SUB TO WS-OPR-ACTION-SUB
           PERFORM 0081-CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPR-AUTHORISED
               MOVE "Y" TO WS-CYC-CONSUMED(WS-CYC-IDX)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "CYCLE CLOSE REJECTED: "
                   WS-CYC-COUNTER-ID(WS-CYC-IDX) " DATED "
                   WS-CYC-CLOSE-DATE(WS-CYC-IDX) " - OPERATOR "
                   WS-CYC-OPERATOR-ID(WS-CYC-IDX)
                   " NOT AUTHORISED ON OPRAUTH"
               MOVE WS-CYC-COUNTER-ID(WS-CYC-IDX) TO WS-COUNTER-ID
               MOVE 0             TO WS-EVENT-OLD-VALUE
               MOVE "CYCREJ"      TO WS-EVENT-TYPE-CODE
               MOVE "OPERATOR"    TO WS-EVENT-FIELD-NAME
               PERFORM 2000-LOG-OVERFLOW-EVENT
           ELSE
               IF WS-CYC-CLOSE-DATE(WS-CYC-IDX) <= WS-TODAY-DATE
                   IF WS-CYC-APPROVER-ID(WS-CYC-IDX) = SPACES
                       DISPLAY "CYCLE CLOSE: "
                           WS-CYC-COUNTER-ID(WS-CYC-IDX)
                           " DUE " WS-CYC-CLOSE-DATE(WS-CYC-IDX)
                           " BY " WS-CYC-OPERATOR-ID(WS-CYC-IDX)
                           " IS AWAITING SECOND APPROVAL"
                       MOVE "AWAITING SECOND APPROVAL - STAYS ON "
                           TO WS-TN-TEXT
                       MOVE "CYCCLOSE" TO WS-TN-TEXT(37:)
                       PERFORM 6600-TRIAL-CLOSE-NOTE
                   ELSE
                       PERFORM 0089-APPLY-ONE-CYCLE-CLOSE
                   END-IF
               END-IF
           END-IF.

      *  An approver already on a CYCCLOSE record - carried from an
      *  earlier night, or keyed straight onto the card - is held to
      *  the same rules as one arriving on APPRTRAN: not the operator
      *  who keyed the instruction, and still holding cycle-close
      *  authority on OPRAUTH. One that fails is logged as a CYCREJ
      *  event and cleared, so the instruction waits for a fresh
      *  approval (tonight's APPRTRAN included) instead of closing.
       0083-RECHECK-HELD-APPROVER.
           MOVE SPACES TO WS-APPR-REJECT-REASON
           IF WS-CYC-APPROVER-ID(WS-CYC-IDX) =
                   WS-CYC-OPERATOR-ID(WS-CYC-IDX)
               MOVE "APPROVER IS THE REQUESTER"
                   TO WS-APPR-REJECT-REASON
           ELSE
               MOVE WS-CYC-APPROVER-ID(WS-CYC-IDX) TO WS-OPR-KEY-ID
               MOVE WS-OPR-CYCLE-CLOSE-SUB TO WS-OPR-ACTION-SUB
               PERFORM 0081-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPR-AUTHORISED
                   MOVE "APPROVER NOT AUTHORISED"
                       TO WS-APPR-REJECT-REASON
               END-IF
           END-IF
           IF WS-APPR-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "CYCLE CLOSE APPROVAL REJECTED: "
                   WS-CYC-COUNTER-ID(WS-CYC-IDX) " BY "
                   WS-CYC-APPROVER-ID(WS-CYC-IDX) " - "
                   WS-APPR-REJECT-REASON
               MOVE SPACES TO WS-CYC-APPROVER-ID(WS-CYC-IDX)
               MOVE WS-CYC-COUNTER-ID(WS-CYC-IDX) TO WS-COUNTER-ID
               MOVE 0             TO WS-EVENT-OLD-VALUE
               MOVE "CYCREJ"      TO WS-EVENT-TYPE-CODE
               MOVE "APPROVER"    TO WS-EVENT-FIELD-NAME
               PERFORM 2000-LOG-OVERFLOW-EVENT
           END-IF.

      *  A CYC approval is matched to the first instruction for the
      *  counter still waiting for one. The approver must hold
      *  cycle-close authority and must not be the operator who
      *  keyed the instruction; a rejected approval is logged as a
      *  CYCREJ event and the instruction keeps waiting.
       0083-APPLY-CYCLE-APPROVALS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT APPROVAL-TRAN-FILE
           PERFORM UNTIL WS-END-OF-APPROVAL-FILE
               READ APPROVAL-TRAN-FILE
                   AT END
                       SET WS-END-OF-APPROVAL-FILE TO TRUE
                   NOT AT END
                       IF APPR-ACTION = "CYC"
                           PERFORM 0083-APPLY-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-TRAN-FILE.

       0083-APPLY-ONE-APPROVAL.
           MOVE SPACES TO WS-APPR-REJECT-REASON
           MOVE "N" TO WS-CYC-FOUND-FLAG
           IF WS-CYC-TABLE-COUNT > 0
               SET WS-CYC-IDX TO 1
               SEARCH WS-CYC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CYC-COUNTER-ID(WS-CYC-IDX) =
                           APPR-COUNTER-ID AND
                           WS-CYC-APPROVER-ID(WS-CYC-IDX) = SPACES
                       SET WS-CYC-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-CYC-FOUND
               MOVE "NO CYCLE CLOSE AWAITING APPROVAL"
                   TO WS-APPR-REJECT-REASON
           ELSE
               IF APPR-OPERATOR-ID = WS-CYC-OPERATOR-ID(WS-CYC-IDX)
                   MOVE "APPROVER IS THE REQUESTER"
                       TO WS-APPR-REJECT-REASON
               ELSE
                   MOVE APPR-OPERATOR-ID TO WS-OPR-KEY-ID
                   MOVE WS-OPR-CYCLE-CLOSE-SUB TO WS-OPR-ACTION-SUB
                   PERFORM 0081-CHECK-OPERATOR-AUTHORITY
                   IF NOT WS-OPR-AUTHORISED
                       MOVE "APPROVER NOT AUTHORISED"
                           TO WS-APPR-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           MOVE APPR-COUNTER-ID TO WS-COUNTER-ID
           MOVE 0               TO WS-EVENT-OLD-VALUE
           MOVE "APPROVER"      TO WS-EVENT-FIELD-NAME
           IF WS-APPR-REJECT-REASON = SPACES
               MOVE APPR-OPERATOR-ID TO WS-CYC-APPROVER-ID(WS-CYC-IDX)
               MOVE "CYCAPPR"   TO WS-EVENT-TYPE-CODE
               DISPLAY "CYCLE CLOSE: " APPR-COUNTER-ID " DATED "
                   WS-CYC-CLOSE-DATE(WS-CYC-IDX) " APPROVED BY "
                   APPR-OPERATOR-ID
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "CYCREJ"    TO WS-EVENT-TYPE-CODE
               DISPLAY "CYCLE CLOSE APPROVAL REJECTED: "
                   APPR-COUNTER-ID " BY " APPR-OPERATOR-ID " - "
                   WS-APPR-REJECT-REASON
           END-IF
           PERFORM 2000-LOG-OVERFLOW-EVENT.

      *  A close needs an active counter with a cycle actually in
      *  progress, and one this instruction has not already closed
      *  on an earlier (abended) run - a planned close on NUMHIST
                       WS-COUNTER-ID " ALREADY CLOSED ON "
                       WS-PCL-LOG-DATE(WS-PCL-IDX)
                       " PER THE HISTORY FILE"
                   MOVE "SKIPPED - ALREADY CLOSED PER NUMHIST"
                       TO WS-TN-TEXT
                   PERFORM 6600-TRIAL-CLOSE-NOTE
               END-IF
           ELSE
               PERFORM 0475-FIND-COUNTER-ENTRY
               IF NOT WS-CTR-FOUND
                   DISPLAY "CYCLE CLOSE SKIPPED: COUNTER-ID "
                       WS-COUNTER-ID " NOT IN COUNTER-FILE"
                   MOVE "SKIPPED - NOT IN COUNTER-FILE" TO WS-TN-TEXT
                   PERFORM 6600-TRIAL-CLOSE-NOTE
               ELSE
                   IF WS-CTR-STATUS(WS-CTR-IDX) NOT = "A"
                       DISPLAY "CYCLE CLOSE SKIPPED: COUNTER-ID "
                           WS-COUNTER-ID " IS NOT ACTIVE"
                       MOVE "SKIPPED - NOT ACTIVE" TO WS-TN-TEXT
                       PERFORM 6600-TRIAL-CLOSE-NOTE
                   ELSE
                       IF WS-CTR-CURRENT-VALUE(WS-CTR-IDX) = 0
                           DISPLAY "CYCLE CLOSE SKIPPED: COUNTER-ID "
                               WS-COUNTER-ID
                               " HAS NO CYCLE IN PROGRESS"
                           MOVE "SKIPPED - NO CYCLE IN PROGRESS"
                               TO WS-TN-TEXT
                           PERFORM 6600-TRIAL-CLOSE-NOTE
                       ELSE
                           PERFORM 0089-CLOSE-CYCLE-NOW
                       END-IF
               " RESET REAPPLIED - CLOSE OF CYCLE "
               WS-PCL-CYCLE-NUMBER(WS-PCL-IDX)
               " WAS ARCHIVED ON " WS-PCL-LOG-DATE(WS-PCL-IDX)
               " BUT AN INTERRUPTED RUN NEVER SAVED THE COUNTER"
           MOVE "RESET REAPPLIED - AN INTERRUPTED RUN ARCHIVED THE "
               TO WS-TN-TEXT
           MOVE "CLOSE" TO WS-TN-TEXT(51:)
           PERFORM 6600-TRIAL-CLOSE-NOTE.

       0089-FIND-PRIOR-CLOSE.
           MOVE "N" TO WS-PCL-FOUND-FLAG

       0089-CLOSE-CYCLE-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)          TO HIST-LOG-DATE
           MOVE WS-CD-FULL(9:6)          TO HIST-LOG-TIME
           MOVE WS-COUNTER-ID            TO HIST-COUNTER-ID
           MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
               TO HIST-ENDING-VALUE
           SET HIST-PLANNED-CLOSE TO TRUE
           IF WS-TRIAL-RUN
               PERFORM 6610-TRIAL-CLOSE-LINE
           ELSE
               WRITE HIST-RECORD
           END-IF
           DISPLAY "CYCLE CLOSE: " WS-COUNTER-ID " CYCLE "
               WS-CTR-CYCLE-NUMBER(WS-CTR-IDX) " CLOSED AT "
               WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
               " BY " WS-CYC-OPERATOR-ID(WS-CYC-IDX)
               " APPROVED BY " WS-CYC-APPROVER-ID(WS-CYC-IDX)
               " PER INSTRUCTION DATED "
               WS-CYC-CLOSE-DATE(WS-CYC-IDX)
      *  The cycle counter gets the same ceiling guard the normal
                       TO CYC-CLOSE-DATE
                   MOVE WS-CYC-OPERATOR-ID(WS-CYC-IDX)
                       TO CYC-OPERATOR-ID
                   MOVE WS-CYC-APPROVER-ID(WS-CYC-IDX)
                       TO CYC-APPROVER-ID
                   WRITE CYC-RECORD
               END-IF
           END-PERFORM
                   PERFORM 0079-WRITE-RECOVERY-SEGMENT
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
               MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
               IF NOT WS-TRIAL-RUN
                   OPEN EXTEND SUMMARY-FILE
               END-IF
               PERFORM VARYING WS-RCVB-IDX FROM 1 BY 1
                       UNTIL WS-RCVB-IDX > WS-RCVB-COUNT
                   MOVE WS-RCVB-COUNTER-ID(WS-RCVB-IDX)
                       MOVE WS-CTR-HIGH-WATER-MARK(WS-CTR-IDX)
                           TO JOBSUM-HIGH-WATER-MARK
                       MOVE 0 TO JOBSUM-VOIDED-COUNT
                       IF NOT WS-TRIAL-RUN
                           WRITE JOBSUM-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-TRIAL-RUN
                   CLOSE SUMMARY-FILE
               END-IF
               MOVE WS-SAVED-COUNTER-ID TO WS-COUNTER-ID
           END-IF.

           MOVE WS-RCV-CYCLE(WS-RCV-IDX)        TO REG-CYCLE-NUMBER
           MOVE WS-RCV-FIRST-NUMBER(WS-RCV-IDX) TO REG-FIRST-NUMBER
           MOVE WS-RCV-LAST-NUMBER(WS-RCV-IDX)  TO REG-LAST-NUMBER
           IF WS-TRIAL-RUN
               PERFORM 6110-TRIAL-RECOVERY-LINE
           ELSE
               WRITE REG-RECORD
           END-IF
           DISPLAY "RECOVERY: " WS-RCV-COUNTER-ID(WS-RCV-IDX)
               " CYCLE " WS-RCV-CYCLE(WS-RCV-IDX) " NUMBERS "
               WS-RCV-FIRST-NUMBER(WS-RCV-IDX) " THRU "
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

      *  The VOIDRSN reason code master in core: each code (folded
      *  to upper case) and whether a void under it may be
      *  reissued. The auto-void reason is always on the table and
      *  never reissuable, whether or not VOIDRSN carries it.
       0087-LOAD-VOID-REASONS.
           MOVE 0 TO WS-VRSN-TABLE-COUNT
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
                           MOVE VRSN-REASON-CODE
                               TO WS-VRSN-KEY-REASON-CODE
                           MOVE VRSN-REISSUE-ALLOWED
                               TO WS-VRSN-REISSUE-ALLOWED-KEY
                           PERFORM 0087-ADD-VOID-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REASON-FILE
           MOVE WS-AUTO-VOID-REASON TO WS-VRSN-KEY-REASON-CODE
           PERFORM 0087-FIND-VOID-REASON
           IF WS-VRSN-FOUND
               MOVE "N" TO WS-VRSN-REISSUE-ALLOWED(WS-VRSN-IDX)
           ELSE
               MOVE "N" TO WS-VRSN-REISSUE-ALLOWED-KEY
               PERFORM 0087-ADD-VOID-REASON
           END-IF.

       0087-ADD-VOID-REASON.
           IF WS-VRSN-TABLE-COUNT >= 100
               DISPLAY "FATAL: VOIDRSN HAS MORE THAN 100 REASON "
                   "CODES - WS-VRSN-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VRSN-TABLE-COUNT
           SET WS-VRSN-IDX TO WS-VRSN-TABLE-COUNT
           MOVE WS-VRSN-KEY-REASON-CODE
               TO WS-VRSN-REASON-CODE(WS-VRSN-IDX)
           MOVE WS-VRSN-REISSUE-ALLOWED-KEY
               TO WS-VRSN-REISSUE-ALLOWED(WS-VRSN-IDX).

       0087-FIND-VOID-REASON.
           MOVE "N" TO WS-VRSN-FOUND-FLAG
           IF WS-VRSN-TABLE-COUNT > 0
               SET WS-VRSN-IDX TO 1
               SEARCH WS-VRSN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VRSN-REASON-CODE(WS-VRSN-IDX) =
                           WS-VRSN-KEY-REASON-CODE
                       SET WS-VRSN-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *  Each pending void must cover a number actually issued (per
      *  the ISSUEREG register as of start of run) and not already
      *  voided (per VOIDREG, including voids accepted earlier in

       0091-VALIDATE-ONE-VOID.
           MOVE "N" TO WS-DOCNUM-REJECT-FLAG
           PERFORM 0082-CHECK-VOID-AUTHORITY
           IF NOT WS-OPR-REJECTED
               PERFORM 0099-CHECK-VOID-REASON
               IF NOT WS-REASON-REJECTED
                   IF WS-PEND-DOCNUM(WS-PEND-IDX) NOT = SPACES
                       PERFORM 0095-RESOLVE-DOCUMENT-NUMBER
                   END-IF
                   IF NOT WS-DOCNUM-REJECTED
                       PERFORM 0098-CHECK-VOID-REGISTERS
                   END-IF
               END-IF
           END-IF.

      *  The keying operator must hold void authority on OPRAUTH,
      *  and reissue authority too when a replacement is asked for;
      *  otherwise the whole transaction is rejected, void and
      *  reissue together, as for a bad reason code.
       0082-CHECK-VOID-AUTHORITY.
           MOVE "N" TO WS-OPR-REJECT-FLAG
           MOVE WS-PEND-OPERATOR(WS-PEND-IDX) TO WS-OPR-KEY-ID
           MOVE WS-OPR-VOID-SUB TO WS-OPR-ACTION-SUB
           PERFORM 0081-CHECK-OPERATOR-AUTHORITY
           IF WS-OPR-AUTHORISED AND
                   WS-PEND-REISSUE-FLAG(WS-PEND-IDX) = "Y"
               MOVE WS-OPR-REISSUE-SUB TO WS-OPR-ACTION-SUB
               PERFORM 0081-CHECK-OPERATOR-AUTHORITY
           END-IF
           IF NOT WS-OPR-AUTHORISED
               SET WS-OPR-REJECTED TO TRUE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "VOID REJECTED: OPERATOR "
                   WS-PEND-OPERATOR(WS-PEND-IDX) " ON "
                   WS-PEND-COUNTER-ID(WS-PEND-IDX) " NUMBER "
                   WS-PEND-NUMBER(WS-PEND-IDX) " DOC "
                   WS-PEND-DOCNUM(WS-PEND-IDX)
                   " IS NOT AUTHORISED ON OPRAUTH"
               MOVE "OPERATOR"    TO WS-EVENT-FIELD-NAME
               PERFORM 0099-LOG-REASON-REJECTION
           END-IF.

      *  The reason code is checked before anything else: an
      *  unknown code, or a replacement asked for under a void-only
      *  code, rejects the whole transaction - void and reissue
      *  together - so the clerk rekeys it one way or the other
      *  rather than finding half of it applied.
       0099-CHECK-VOID-REASON.
           MOVE "N" TO WS-REASON-REJECT-FLAG
           INSPECT WS-PEND-REASON(WS-PEND-IDX)
               CONVERTING WS-LOWER-CASE-LETTERS
                       TO WS-UPPER-CASE-LETTERS
           MOVE WS-PEND-REASON(WS-PEND-IDX) TO WS-VRSN-KEY-REASON-CODE
           PERFORM 0087-FIND-VOID-REASON
           IF NOT WS-VRSN-FOUND
               SET WS-REASON-REJECTED TO TRUE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "VOID REJECTED: REASON CODE '"
                   WS-PEND-REASON(WS-PEND-IDX) "' ON "
                   WS-PEND-COUNTER-ID(WS-PEND-IDX) " NUMBER "
                   WS-PEND-NUMBER(WS-PEND-IDX) " DOC "
                   WS-PEND-DOCNUM(WS-PEND-IDX)
                   " IS NOT ON THE VOIDRSN MASTER"
               MOVE "REASON-CD"   TO WS-EVENT-FIELD-NAME
               PERFORM 0099-LOG-REASON-REJECTION
           ELSE
               IF WS-PEND-REISSUE-FLAG(WS-PEND-IDX) = "Y" AND
                       WS-VRSN-REISSUE-ALLOWED(WS-VRSN-IDX) NOT = "Y"
                   SET WS-REASON-REJECTED TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "VOID REJECTED: REISSUE REQUESTED ON "
                       WS-PEND-COUNTER-ID(WS-PEND-IDX) " NUMBER "
                       WS-PEND-NUMBER(WS-PEND-IDX) " DOC "
                       WS-PEND-DOCNUM(WS-PEND-IDX)
                       " UNDER VOID-ONLY REASON CODE "
                       WS-PEND-REASON(WS-PEND-IDX)
                   MOVE "REISSUE"     TO WS-EVENT-FIELD-NAME
                   PERFORM 0099-LOG-REASON-REJECTION
               END-IF
           END-IF.

       0099-LOG-REASON-REJECTION.
           MOVE WS-PEND-COUNTER-ID(WS-PEND-IDX) TO WS-COUNTER-ID
           MOVE 0 TO WS-EVENT-OLD-VALUE
           IF WS-PEND-NUMBER(WS-PEND-IDX) IS NUMERIC
               MOVE WS-PEND-NUMBER(WS-PEND-IDX) TO WS-EVENT-OLD-VALUE
           END-IF
           MOVE "VOIDREJ"     TO WS-EVENT-TYPE-CODE
           PERFORM 2000-LOG-OVERFLOW-EVENT.

      *  The keyed composed number is taken apart in the order the
      *  protections were designed: the check digit is verified
      *  first (a transposition is reported as CHECK DIGIT, not as
           END-IF
           ADD 1 TO WS-VOID-ACCEPTED-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO VREG-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO VREG-LOG-TIME
           MOVE WS-JOB-ID             TO VREG-JOB-ID
           MOVE WS-PEND-NUMBER(WS-PEND-IDX)     TO VREG-NUMBER
           MOVE WS-PEND-REASON(WS-PEND-IDX)     TO VREG-REASON-CODE
           MOVE WS-PEND-OPERATOR(WS-PEND-IDX)   TO VREG-OPERATOR-ID
           IF WS-TRIAL-RUN
               PERFORM 6400-TRIAL-VOID-LINE
           ELSE
               WRITE VREG-RECORD
           END-IF
           ADD 1 TO WS-VREG-TABLE-COUNT
           SET WS-VREG-IDX TO WS-VREG-TABLE-COUNT
           MOVE WS-PEND-COUNTER-ID(WS-PEND-IDX)

       0097-WRITE-REISSUE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO RISS-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO RISS-LOG-TIME
           MOVE WS-JOB-ID             TO RISS-JOB-ID
           MOVE WS-NUMBER                   TO RISS-NEW-NUMBER
           MOVE WS-PEND-REASON(WS-PEND-IDX) TO RISS-REASON-CODE
           MOVE WS-PEND-OPERATOR(WS-PEND-IDX) TO RISS-OPERATOR-ID
           IF WS-TRIAL-RUN
               PERFORM 6500-TRIAL-REISSUE-LINE
           ELSE
               WRITE RISS-RECORD
           END-IF
           DISPLAY "REISSUE: " RISS-COUNTER-ID " CYCLE "
               RISS-OLD-CYCLE-NUMBER " NUMBER " RISS-OLD-NUMBER
               " REPLACED BY CYCLE " RISS-NEW-CYCLE-NUMBER

       0430-WRITE-REJECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO ASGN-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO ASGN-LOG-TIME
           MOVE WS-JOB-ID             TO ASGN-JOB-ID
           MOVE 0                     TO ASGN-LAST-NUMBER
           MOVE "REJECTED"            TO ASGN-RESULT
           MOVE WS-REQ-REASON-CODE    TO ASGN-REASON-CODE
           IF WS-TRIAL-RUN
               PERFORM 6300-TRIAL-REFUSE-LINE
           ELSE
               WRITE ASGN-RECORD
           END-IF.

       0440-ISSUE-REQUEST-BLOCK.
           PERFORM 0100-LOAD-COUNTER-RECORD
               PERFORM 0430-WRITE-REJECTION
           ELSE
               SET WS-ISSUE-FROM-REQUEST TO TRUE
               ADD 1 TO WS-TRIAL-GRANTED-COUNT
      *  A block reservation carries no threshold of its own, so the
      *  compiled-in default is reasserted here - the same rule 0210
      *  applies per RUNPARM record - rather than inheriting whatever
      *  whether a closed segment is also answered on NUMASGN.
       0500-ISSUE-NUMBER-BLOCK.
           MOVE 0 TO WS-ASGN-FIRST-NUMBER
           MOVE "N" TO WS-TRIAL-WARNED-FLAG
           PERFORM WS-INCREMENT-COUNT TIMES
               PERFORM 1000-INCREMENT-NUMBER
               PERFORM 0530-WRITE-DOCUMENT-NUMBER
           MOVE WS-NUMBER  TO WS-LUHN-DIGITS(6:6)
           PERFORM 0540-COMPUTE-CHECK-DIGIT
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO DOC-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO DOC-LOG-TIME
           MOVE WS-JOB-ID             TO DOC-JOB-ID
           MOVE WS-NUMBER2            TO DOC-CYCLE-NUMBER
           MOVE WS-NUMBER             TO DOC-SEQUENCE
           MOVE WS-CHECK-DIGIT        TO DOC-CHECK-DIGIT
           IF NOT WS-TRIAL-RUN
               WRITE DOC-RECORD
           END-IF.

      *  Standard Luhn over WS-LUHN-DIGITS: with the check digit
      *  appended on the right, every second digit counted from the

       0520-WRITE-REGISTER-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO REG-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO REG-LOG-TIME
           MOVE WS-JOB-ID             TO REG-JOB-ID
           MOVE WS-ASGN-CYCLE-NUMBER  TO REG-CYCLE-NUMBER
           MOVE WS-ASGN-FIRST-NUMBER  TO REG-FIRST-NUMBER
           MOVE WS-ASGN-LAST-NUMBER   TO REG-LAST-NUMBER
           IF WS-TRIAL-RUN
               PERFORM 6100-TRIAL-ISSUE-LINE
           ELSE
               WRITE REG-RECORD
           END-IF.

       0420-WRITE-ASSIGNMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO ASGN-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO ASGN-LOG-TIME
           MOVE WS-JOB-ID             TO ASGN-JOB-ID
           MOVE WS-ASGN-LAST-NUMBER   TO ASGN-LAST-NUMBER
           MOVE "GRANTED"             TO ASGN-RESULT
           MOVE SPACES                TO ASGN-REASON-CODE
           IF NOT WS-TRIAL-RUN
               WRITE ASGN-RECORD
           END-IF.

      *  A counter whose voids were accepted but which had no issuing
      *  run this execution still owes the nightly accounting a

       2000-LOG-OVERFLOW-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO WS-CURRENT-DATE
           MOVE WS-CD-FULL(9:6)       TO WS-CURRENT-TIME
           MOVE WS-CURRENT-DATE       TO OVFL-LOG-DATE
           MOVE WS-EVENT-FIELD-NAME   TO OVFL-FIELD-NAME
           MOVE WS-EVENT-OLD-VALUE    TO OVFL-OLD-VALUE
           MOVE WS-EVENT-TYPE-CODE    TO OVFL-EVENT-TYPE
           IF WS-TRIAL-RUN
               PERFORM 6200-TRIAL-EVENT-LINE
           ELSE
               WRITE OVFL-LOG-RECORD
               IF WS-EVENT-TYPE-CODE = "OVERFLOW" OR
                       WS-EVENT-TYPE-CODE = "OVERFLOW2" OR
                       WS-EVENT-TYPE-CODE = "REJECTED"
                   PERFORM 2500-WRITE-MONITOR-ALERT
               END-IF
           END-IF.

      *  Pages the on-call operator through the monitoring pickup job's
      *  reset and no loss of the range that was issued.
       2700-ARCHIVE-NUMBER-RANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)          TO HIST-LOG-DATE
           MOVE WS-CD-FULL(9:6)          TO HIST-LOG-TIME
           MOVE WS-COUNTER-ID            TO HIST-COUNTER-ID
               TO HIST-STARTING-VALUE
           MOVE WS-NUMBER                TO HIST-ENDING-VALUE
           MOVE SPACE                    TO HIST-CLOSE-TYPE
           IF NOT WS-TRIAL-RUN
               WRITE HIST-RECORD
           END-IF
           MOVE 1 TO WS-CTR-CYCLE-START-VAL(WS-CTR-IDX).

      *  WS-NUMBER2 gets the same ceiling guard WS-NUMBER has: below
               MOVE WS-NUMBER TO WS-CTR-HIGH-WATER-MARK(WS-CTR-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-COUNTER-ID          TO REST-COUNTER-ID
           MOVE WS-NUMBER              TO REST-LAST-NUMBER
           MOVE WS-NUMBER2             TO REST-CYCLE-NUMBER
           MOVE WS-CTR-HIGH-WATER-MARK(WS-CTR-IDX)
                                       TO REST-HIGH-WATER-MARK
           MOVE WS-CD-FULL(1:14)       TO REST-TIMESTAMP
           IF NOT WS-TRIAL-RUN
               WRITE REST-CHECKPOINT-RECORD
           END-IF.

       5000-WRITE-RUN-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)         TO WS-CURRENT-DATE
           MOVE WS-CD-FULL(9:6)         TO WS-CURRENT-TIME
           MOVE WS-CURRENT-DATE         TO JOBSUM-LOG-DATE
           MOVE WS-NUMBER               TO JOBSUM-ENDING-VALUE
           MOVE WS-RUN-HIGH-WATER-MARK  TO JOBSUM-HIGH-WATER-MARK
           PERFORM 5100-SET-VOIDED-COUNT
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND SUMMARY-FILE
               WRITE JOBSUM-RECORD
               CLOSE SUMMARY-FILE
           END-IF.

      *  The voids accepted this execution for the counter being
      *  summarized; marking the tally entry reported is what keeps
           ELSE
               MOVE 0 TO JOBSUM-VOIDED-COUNT
           END-IF.

      *  Trial-run report. A section is opened before each phase of
      *  the run and shows NONE when the phase would have done
      *  nothing; each paragraph below stands in for one write the
      *  live run would have made at that point.
       6010-START-TRIAL-SECTION.
           IF WS-TRIAL-RUN
               PERFORM 6020-END-TRIAL-SECTION
               MOVE SPACES TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
               MOVE WS-TRIAL-SECTION-TITLE TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
               MOVE 0 TO WS-TRIAL-SECTION-LINES
               SET WS-TRIAL-SECTION-OPEN TO TRUE
           END-IF.

       6020-END-TRIAL-SECTION.
           IF WS-TRIAL-SECTION-OPEN AND WS-TRIAL-SECTION-LINES = 0
               MOVE "  NONE" TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
           END-IF
           MOVE "N" TO WS-TRIAL-SECTION-FLAG.

      *  The composed document number DOCISSUE would carry for
      *  WS-TRIAL-DOC-CYCLE/SEQUENCE under WS-TRIAL-DOC-PREFIX.
       6050-COMPOSE-TRIAL-DOCNUM.
           MOVE WS-TRIAL-DOC-CYCLE    TO WS-LUHN-DIGITS(1:5)
           MOVE WS-TRIAL-DOC-SEQUENCE TO WS-LUHN-DIGITS(6:6)
           PERFORM 0540-COMPUTE-CHECK-DIGIT
           MOVE WS-CHECK-DIGIT        TO WS-TRIAL-DOC-CHECK.

      *  Stands in for the ISSUEREG record of a closed segment (and,
      *  for a block reservation, its GRANTED answer on NUMASGN).
       6100-TRIAL-ISSUE-LINE.
           IF WS-ISSUE-FROM-REQUEST
               MOVE "GRANT"           TO WS-TI-ACTION
               MOVE NREQ-SYSTEM-ID    TO WS-TI-SOURCE
           ELSE
               MOVE "ISSUE"           TO WS-TI-ACTION
               IF WS-ISSUE-FROM-REISSUE
                   MOVE "REISSUE"     TO WS-TI-SOURCE
               ELSE
                   MOVE "RUNPARM"     TO WS-TI-SOURCE
               END-IF
           END-IF
           ADD 1 TO WS-TRIAL-RANGE-COUNT
           COMPUTE WS-TRIAL-ISSUED-COUNT = WS-TRIAL-ISSUED-COUNT
               + WS-ASGN-LAST-NUMBER - WS-ASGN-FIRST-NUMBER + 1
           MOVE WS-CURRENT-PREFIX     TO WS-TRIAL-DOC-PREFIX
           MOVE WS-COUNTER-ID         TO WS-TI-COUNTER-ID
           MOVE WS-ASGN-CYCLE-NUMBER  TO WS-TI-CYCLE-NUMBER
           MOVE WS-ASGN-FIRST-NUMBER  TO WS-TI-FIRST-NUMBER
           MOVE WS-ASGN-LAST-NUMBER   TO WS-TI-LAST-NUMBER
           PERFORM 6120-WRITE-TRIAL-RANGE-LINE.

      *  Stands in for the ISSUEREG record of a span recovered from
      *  the checkpoint journal. WS-COUNTER-ID is borrowed for the
      *  prefix lookup; 0077 restores it.
       6110-TRIAL-RECOVERY-LINE.
           MOVE "RECOVER"             TO WS-TI-ACTION
           MOVE WS-RECOVERY-RUN-ID    TO WS-TI-SOURCE
           MOVE WS-RCV-COUNTER-ID(WS-RCV-IDX) TO WS-COUNTER-ID
           PERFORM 0475-FIND-COUNTER-ENTRY
           IF WS-CTR-FOUND
               MOVE WS-CTR-PREFIX(WS-CTR-IDX) TO WS-TRIAL-DOC-PREFIX
           ELSE
               MOVE SPACES TO WS-TRIAL-DOC-PREFIX
           END-IF
           COMPUTE WS-TRIAL-RECOVERED-COUNT = WS-TRIAL-RECOVERED-COUNT
               + WS-RCV-LAST-NUMBER(WS-RCV-IDX)
               - WS-RCV-FIRST-NUMBER(WS-RCV-IDX) + 1
           MOVE WS-RCV-COUNTER-ID(WS-RCV-IDX)   TO WS-TI-COUNTER-ID
           MOVE WS-RCV-CYCLE(WS-RCV-IDX)        TO WS-TI-CYCLE-NUMBER
           MOVE WS-RCV-FIRST-NUMBER(WS-RCV-IDX) TO WS-TI-FIRST-NUMBER
           MOVE WS-RCV-LAST-NUMBER(WS-RCV-IDX)  TO WS-TI-LAST-NUMBER
           PERFORM 6120-WRITE-TRIAL-RANGE-LINE.

       6120-WRITE-TRIAL-RANGE-LINE.
           MOVE WS-TI-CYCLE-NUMBER    TO WS-TRIAL-DOC-CYCLE
           MOVE WS-TI-FIRST-NUMBER    TO WS-TRIAL-DOC-SEQUENCE
           PERFORM 6050-COMPOSE-TRIAL-DOCNUM
           MOVE WS-TRIAL-DOCNUM       TO WS-TI-FIRST-DOCNUM
           MOVE WS-TI-LAST-NUMBER     TO WS-TRIAL-DOC-SEQUENCE
           PERFORM 6050-COMPOSE-TRIAL-DOCNUM
           MOVE WS-TRIAL-DOCNUM       TO WS-TI-LAST-DOCNUM
           MOVE WS-TRIAL-ISSUE-LINE   TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  Stands in for an OVERFLOW-LOG record (and the monitor alert
      *  that goes with a rollover or rejected counter). A refused
      *  request's AUTHREJ event is left to its REFUSE line, which
      *  carries the reason code as well.
       6200-TRIAL-EVENT-LINE.
           IF WS-EVENT-TYPE-CODE = "OVERFLOW"
               ADD 1 TO WS-TRIAL-ROLLOVER-COUNT
           END-IF
           IF WS-EVENT-TYPE-CODE = "WARNING"
               ADD 1 TO WS-TRIAL-WARNING-COUNT
               IF NOT WS-TRIAL-WARNED
                   SET WS-TRIAL-WARNED TO TRUE
                   PERFORM 6210-WRITE-TRIAL-EVENT-LINE
               END-IF
           ELSE
               IF WS-EVENT-TYPE-CODE NOT = "AUTHREJ"
                   PERFORM 6210-WRITE-TRIAL-EVENT-LINE
               END-IF
           END-IF.

       6210-WRITE-TRIAL-EVENT-LINE.
           MOVE SPACES TO WS-TE-TEXT
           IF WS-EVENT-TYPE-CODE = "WARNING"
               MOVE "NEAR-MISS THRESHOLD REACHED - FIRST IN THE BLOCK"
                   TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-TYPE-CODE = "OVERFLOW"
               MOVE "CEILING - ROLLS TO THE NEXT CYCLE, ALERT RAISED"
                   TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-TYPE-CODE = "OVERFLOW2"
               MOVE "CYCLE CEILING - WRAPS TO CYCLE 1, ALERT RAISED"
                   TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-TYPE-CODE = "REJECTED"
               IF WS-EVENT-FIELD-NAME = "CTR-STATUS"
                   MOVE "COUNTER NOT ACTIVE - NOTHING ISSUED, ALERT"
                       TO WS-TE-TEXT
               ELSE
                   MOVE "COUNTER NOT ON FILE - NOTHING ISSUED, ALERT"
                       TO WS-TE-TEXT
               END-IF
           ELSE
           IF WS-EVENT-TYPE-CODE = "CYCAPPR"
               MOVE "SECOND APPROVAL RECORDED" TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-TYPE-CODE = "CYCREJ"
               IF WS-EVENT-FIELD-NAME = "APPROVER"
                   MOVE WS-APPR-REJECT-REASON TO WS-TE-TEXT
               ELSE
                   MOVE "CLOSE KEYED BY AN OPERATOR WITHOUT AUTHORITY"
                       TO WS-TE-TEXT
               END-IF
           ELSE
           IF WS-EVENT-FIELD-NAME = "OPERATOR"
               MOVE "OPERATOR NOT AUTHORISED ON OPRAUTH" TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-FIELD-NAME = "REASON-CD"
               MOVE "REASON CODE NOT ON VOIDRSN" TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-FIELD-NAME = "REISSUE"
               MOVE "REISSUE ASKED FOR UNDER A VOID-ONLY REASON CODE"
                   TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-FIELD-NAME = "CHECKDIGIT"
               MOVE "DOCUMENT NUMBER FAILS ITS CHECK DIGIT"
                   TO WS-TE-TEXT
           ELSE
           IF WS-EVENT-FIELD-NAME = "DOC-PREFIX"
               MOVE "DOCUMENT NUMBER PREFIX OWNED BY NO COUNTER"
                   TO WS-TE-TEXT
           ELSE
           IF WS-ISS-FOUND
               MOVE "NUMBER IS ALREADY VOIDED" TO WS-TE-TEXT
           ELSE
               MOVE "NUMBER WAS NEVER ISSUED" TO WS-TE-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-EVENT-TYPE-CODE    TO WS-TE-ACTION
           MOVE WS-COUNTER-ID         TO WS-TE-COUNTER-ID
           MOVE WS-EVENT-FIELD-NAME   TO WS-TE-FIELD-NAME
           MOVE WS-EVENT-OLD-VALUE    TO WS-TE-OLD-VALUE
           MOVE WS-TRIAL-EVENT-LINE   TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  Stands in for a REJECTED answer on NUMASGN.
       6300-TRIAL-REFUSE-LINE.
           ADD 1 TO WS-TRIAL-REFUSED-COUNT
           IF WS-REQ-REASON-CODE = "QTYZ"
               MOVE "ZERO QUANTITY REQUESTED" TO WS-TQ-TEXT
           ELSE
           IF WS-REQ-REASON-CODE = "AUTH"
               MOVE "SYSTEM NOT ENTITLED TO THE COUNTER" TO WS-TQ-TEXT
           ELSE
           IF WS-REQ-REASON-CODE = "QCAP"
               MOVE "QUANTITY OVER THE SYSAUTH CAP" TO WS-TQ-TEXT
           ELSE
           IF WS-REQ-REASON-CODE = "CTRI"
               MOVE "COUNTER NOT ACTIVE" TO WS-TQ-TEXT
           ELSE
               MOVE "COUNTER NOT ON COUNTERF" TO WS-TQ-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE NREQ-COUNTER-ID       TO WS-TQ-COUNTER-ID
           MOVE NREQ-SYSTEM-ID        TO WS-TQ-SYSTEM-ID
           MOVE NREQ-QUANTITY         TO WS-TQ-QUANTITY
           MOVE WS-REQ-REASON-CODE    TO WS-TQ-REASON-CODE
           MOVE WS-TRIAL-REFUSE-LINE  TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  Stands in for the VOIDREG record of an accepted void.
       6400-TRIAL-VOID-LINE.
           MOVE VREG-COUNTER-ID       TO WS-TV-COUNTER-ID
           MOVE VREG-CYCLE-NUMBER     TO WS-TV-CYCLE-NUMBER
           MOVE VREG-NUMBER           TO WS-TV-NUMBER
           MOVE VREG-REASON-CODE      TO WS-TV-REASON-CODE
           MOVE VREG-OPERATOR-ID      TO WS-TV-OPERATOR-ID
           IF WS-PEND-REISSUE-FLAG(WS-PEND-IDX) = "Y"
               MOVE "REPLACEMENT REQUESTED" TO WS-TV-TEXT
           ELSE
               MOVE SPACES TO WS-TV-TEXT
           END-IF
           MOVE WS-TRIAL-VOID-LINE    TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  Stands in for the REISSREG cross-reference record; the
      *  replacement's own ISSUE line has just been written.
       6500-TRIAL-REISSUE-LINE.
           ADD 1 TO WS-TRIAL-REISSUE-COUNT
           MOVE RISS-COUNTER-ID       TO WS-TR-COUNTER-ID
           MOVE RISS-OLD-CYCLE-NUMBER TO WS-TR-OLD-CYCLE-NUMBER
           MOVE RISS-OLD-NUMBER       TO WS-TR-OLD-NUMBER
           MOVE WS-CURRENT-PREFIX     TO WS-TRIAL-DOC-PREFIX
           MOVE RISS-NEW-CYCLE-NUMBER TO WS-TRIAL-DOC-CYCLE
           MOVE RISS-NEW-NUMBER       TO WS-TRIAL-DOC-SEQUENCE
           PERFORM 6050-COMPOSE-TRIAL-DOCNUM
           MOVE WS-TRIAL-DOCNUM       TO WS-TR-NEW-DOCNUM
           MOVE WS-TRIAL-REISSUE-LINE TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  A cycle close instruction left waiting or skipped; the
      *  caller has put the explanation in WS-TN-TEXT.
       6600-TRIAL-CLOSE-NOTE.
           IF WS-TRIAL-RUN
               MOVE "CYCCLOSE"        TO WS-TN-ACTION
               MOVE WS-CYC-COUNTER-ID(WS-CYC-IDX) TO WS-TN-KEY
               MOVE WS-TRIAL-NOTE-LINE TO BT-REPORT-LINE
               PERFORM 6950-WRITE-TRIAL-LINE
           END-IF.

      *  Stands in for the planned-close NUMHIST record.
       6610-TRIAL-CLOSE-LINE.
           ADD 1 TO WS-TRIAL-CLOSE-COUNT
           MOVE WS-COUNTER-ID         TO WS-TC-COUNTER-ID
           MOVE HIST-CYCLE-NUMBER     TO WS-TC-CYCLE-NUMBER
           MOVE HIST-ENDING-VALUE     TO WS-TC-CLOSED-AT
           MOVE WS-CYC-OPERATOR-ID(WS-CYC-IDX) TO WS-TC-OPERATOR-ID
           MOVE WS-CYC-APPROVER-ID(WS-CYC-IDX) TO WS-TC-APPROVER-ID
           MOVE WS-TRIAL-CLOSE-LINE   TO BT-REPORT-LINE
           PERFORM 6950-WRITE-TRIAL-LINE.

      *  What 0950 would have written to COUNTERF.
       6800-WRITE-TRIAL-ENDING-VALUES.
           MOVE SPACES TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE
           MOVE "ENDING COUNTERF VALUES:" TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE
           MOVE WS-TRIAL-CTR-HDR-LINE TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-TABLE-COUNT
               MOVE WS-CTR-COUNTER-ID(WS-CTR-IDX)
                   TO WS-TCL-COUNTER-ID
               MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
                   TO WS-TCL-CURRENT-VALUE
               MOVE WS-CTR-CYCLE-NUMBER(WS-CTR-IDX)
                   TO WS-TCL-CYCLE-NUMBER
               MOVE WS-CTR-HIGH-WATER-MARK(WS-CTR-IDX)
                   TO WS-TCL-HIGH-WATER-MARK
               MOVE WS-CTR-CYCLE-START-VAL(WS-CTR-IDX)
                   TO WS-TCL-CYCLE-START-VAL
               MOVE WS-CTR-STATUS(WS-CTR-IDX) TO WS-TCL-STATUS
               MOVE WS-CTR-PREFIX(WS-CTR-IDX) TO WS-TCL-PREFIX
               MOVE WS-TRIAL-CTR-LINE TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
           END-PERFORM
           IF WS-COUNTER-TABLE-COUNT = 0
               MOVE "  NONE" TO BT-REPORT-LINE
               WRITE BT-REPORT-LINE
           END-IF.

       6900-WRITE-TRIAL-TOTALS.
           MOVE SPACES TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE
           MOVE "TOTALS:" TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE
           MOVE "RUN-IDS THE LIVE RUN WOULD REFUSE" TO WS-TL-LABEL
           MOVE WS-TRIAL-RUN-REFUSED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "NUMBERS RECOVERED FROM CHECKPOINTS" TO WS-TL-LABEL
           MOVE WS-TRIAL-RECOVERED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "CYCLE CLOSES APPLIED" TO WS-TL-LABEL
           MOVE WS-TRIAL-CLOSE-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "VOIDS ACCEPTED" TO WS-TL-LABEL
           MOVE WS-VOID-ACCEPTED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "REPLACEMENTS REISSUED" TO WS-TL-LABEL
           MOVE WS-TRIAL-REISSUE-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "REQUESTS GRANTED" TO WS-TL-LABEL
           MOVE WS-TRIAL-GRANTED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "REQUESTS REFUSED" TO WS-TL-LABEL
           MOVE WS-TRIAL-REFUSED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "RANGES ISSUED" TO WS-TL-LABEL
           MOVE WS-TRIAL-RANGE-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "NUMBERS ISSUED" TO WS-TL-LABEL
           MOVE WS-TRIAL-ISSUED-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "ROLLOVERS" TO WS-TL-LABEL
           MOVE WS-TRIAL-ROLLOVER-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "NUMBERS AT OR ABOVE NEAR-MISS" TO WS-TL-LABEL
           MOVE WS-TRIAL-WARNING-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE
           MOVE "ITEMS REJECTED" TO WS-TL-LABEL
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT
           PERFORM 6910-WRITE-TOTAL-LINE.

       6910-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BT-REPORT-LINE
           WRITE BT-REPORT-LINE.

       6950-WRITE-TRIAL-LINE.
           WRITE BT-REPORT-LINE
           ADD 1 TO WS-TRIAL-SECTION-LINES.
