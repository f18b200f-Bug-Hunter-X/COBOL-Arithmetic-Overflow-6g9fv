       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
      *****************************************************************
      *  Pre-run edit of the nightly input transaction files. Runs    *
      *  ahead of CTRMAINT, CTRRENAM and BUGSOLUTION and screens      *
      *  CTRTRAN, RENTRAN, CYCCLOSE, RUNPARM, NUMREQ and VOIDTRAN     *
      *  record by record against their layouts (numeric fields,      *
      *  dates, codes, records longer than the layout) and against    *
      *  the COUNTERF counter master. A NUMREQ request is edited for  *
      *  its layout only: zero quantities, entitlement, caps and the  *
      *  counter's state are BUGSOLUTION's to refuse, so that every   *
      *  well-formed request is answered on NUMASGN.                  *
      *  Each file is split in place: it is copied through the        *
      *  EDITWORK work file and rewritten with only the records that  *
      *  pass, so the programs downstream read exactly what they      *
      *  read today, minus the cards that would have failed them      *
      *  mid-run. Every record that fails goes to the TRNSUSP         *
      *  suspense file with its reason and is listed on the           *
      *  TRANEDIT.OUT edit report. TRNSUSP is edited again at the     *
      *  start of every run, ahead of each file's own records, so a   *
      *  record corrected there (or one the masters have since        *
      *  caught up with) is fed back into its file automatically.     *
      *  A CTRTRAN ADD that passes is added to the in-core counter    *
      *  table, so tonight's RUNPARM and CYCCLOSE records for a       *
      *  counter being added tonight are not suspended.               *
      *  Ends with RETURN-CODE 8 when anything was suspended so the   *
      *  scheduler can flag the step; the accepted records carry on.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-TRAN-FILE ASSIGN TO "CTRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RENAME-TRAN-FILE ASSIGN TO "RENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-CLOSE-FILE ASSIGN TO "CYCCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "NUMREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-TRAN-FILE ASSIGN TO "VOIDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "TRNSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-WORK-FILE ASSIGN TO "EDITWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-REPORT-FILE ASSIGN TO "TRANEDIT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  COUNTER-FILE.
           COPY CTRREC.

      *  Each transaction file also has a full-width image record,
      *  so a line longer than its layout is read whole and caught
      *  rather than split.
       FD  MAINT-TRAN-FILE.
           COPY CTRTRAN.
       01  MAINT-TRAN-IMAGE            PIC X(80).

       FD  RENAME-TRAN-FILE.
           COPY RENTRN.
       01  RENAME-TRAN-IMAGE           PIC X(80).

       FD  CYCLE-CLOSE-FILE.
           COPY CYCCLS.
       01  CYCLE-CLOSE-IMAGE           PIC X(80).

       FD  RUN-PARM-FILE.
           COPY RUNPARM.
       01  RUN-PARM-IMAGE              PIC X(80).

       FD  REQUEST-FILE.
           COPY NUMREQ.
       01  REQUEST-IMAGE               PIC X(80).

       FD  VOID-TRAN-FILE.
           COPY VOIDTRN.
       01  VOID-TRAN-IMAGE             PIC X(80).

       FD  SUSPENSE-FILE.
           COPY TRNSUSP.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD        PIC X(126).

       FD  EDIT-WORK-FILE.
       01  EDIT-WORK-RECORD            PIC X(80).

       FD  EDIT-REPORT-FILE.
       01  TE-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-SUSPENSE-FILE         VALUE "S".
           88  WS-END-OF-LIVE-FILE             VALUE "F".
           88  WS-END-OF-WORK-FILE             VALUE "W".

      *  The six files edited, in the order they are edited and
      *  reported, with the length of each one's record layout;
      *  anything keyed past that length is an error.
       01  WS-FILE-VALUES.
           05  FILLER                  PIC X(10) VALUE "CTRTRAN 39".
           05  FILLER                  PIC X(10) VALUE "RENTRAN 36".
           05  FILLER                  PIC X(10) VALUE "CYCCLOSE34".
           05  FILLER                  PIC X(10) VALUE "RUNPARM 36".
           05  FILLER                  PIC X(10) VALUE "NUMREQ  22".
           05  FILLER                  PIC X(10) VALUE "VOIDTRAN50".
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05  WS-FILE-ENTRY OCCURS 6 TIMES.
               10  WS-FILE-NAME            PIC X(08).
               10  WS-FILE-LAYOUT-LENGTH   PIC 9(02).
       01  WS-FILE-COUNTS.
           05  WS-FCNT-ENTRY OCCURS 6 TIMES.
               10  WS-FCNT-READ            PIC 9(06).
               10  WS-FCNT-REFED           PIC 9(06).
               10  WS-FCNT-ACCEPTED        PIC 9(06).
               10  WS-FCNT-SUSPENDED       PIC 9(06).
       01  WS-FILE-SUB                 PIC 9(02).
       01  WS-CTRTRAN-SUB              PIC 9(02) VALUE 1.
       01  WS-RENTRAN-SUB              PIC 9(02) VALUE 2.
       01  WS-CYCCLOSE-SUB             PIC 9(02) VALUE 3.
       01  WS-RUNPARM-SUB              PIC 9(02) VALUE 4.
       01  WS-NUMREQ-SUB               PIC 9(02) VALUE 5.
       01  WS-VOIDTRAN-SUB             PIC 9(02) VALUE 6.

      *  The record being edited, wherever it came from: INPUT is
      *  tonight's file, SUSPENSE is a record fed back from TRNSUSP
      *  (which keeps its original suspended date if it fails again).
       01  WS-EDIT-IMAGE               PIC X(80).
       01  WS-EDIT-SOURCE              PIC X(08).
       01  WS-EDIT-RECORD-NUMBER       PIC 9(06).
       01  WS-EDIT-SUSPENDED-DATE      PIC X(08).
       01  WS-SUSPEND-REASON           PIC X(30).
       01  WS-IMAGE-TAIL-START         PIC 9(02).
       01  WS-TOTAL-ACCEPTED           PIC 9(06) VALUE 0.
       01  WS-TOTAL-SUSPENDED          PIC 9(06) VALUE 0.
       01  WS-TOTAL-REFED              PIC 9(06) VALUE 0.
       01  WS-SUSPENSE-IN-COUNT        PIC 9(06) VALUE 0.

      *  In-core image of COUNTERF, plus tonight's accepted ADDs.
       01  WS-CTR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CTR-TABLE-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-COUNTER-ID       PIC X(10).
               10  WS-CTR-CYCLE-NUMBER     PIC 9(05).
               10  WS-CTR-STATUS           PIC X(01).
               10  WS-CTR-PREFIX           PIC X(04).
       01  WS-CTR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-CTR-FOUND                     VALUE "Y".
       01  WS-CTR-KEY-ID               PIC X(10).

      *  Date edit: a YYYYMMDD that is a real calendar date.
       01  WS-DATE-CHECK               PIC X(08).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(08).
       01  WS-DATE-VALID-FLAG          PIC X(01) VALUE "N".
           88  WS-DATE-VALID                    VALUE "Y".

      *  The document-number check digit, computed exactly as
      *  BUGSOLUTION composes it (Luhn over cycle and sequence).
       01  WS-LUHN-DIGITS              PIC 9(11).
       01  WS-LUHN-DIGIT-TABLE REDEFINES WS-LUHN-DIGITS.
           05  WS-LUHN-DIGIT OCCURS 11 TIMES PIC 9(01).
       01  WS-LUHN-SUB                 PIC 9(02) COMP.
       01  WS-LUHN-QUOTIENT            PIC 9(02) COMP.
       01  WS-LUHN-REMAINDER           PIC 9(02) COMP.
       01  WS-LUHN-PRODUCT             PIC 9(02) COMP.
       01  WS-LUHN-SUM                 PIC 9(03) COMP.
       01  WS-CHECK-DIGIT              PIC 9(01).
       01  WS-VOID-CYCLE               PIC 9(05).

      *  Report line layouts, moved into TE-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(40) VALUE
               "PRE-RUN TRANSACTION EDIT - BUSINESS DATE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HDR-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-SUSP-HDR-LINE.
           05  FILLER                  PIC X(50) VALUE
               "  FILE     RECORD SOURCE   FIRST SUSP REASON".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-SUSP-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-FILE-NAME         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-RECORD-NUMBER     PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-SUSPENDED-DATE    PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-REASON            PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(11) VALUE
               "    RECORD:".
           05  WS-IL-IMAGE             PIC X(80).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-SUM-HDR-LINE.
           05  FILLER                  PIC X(50) VALUE
               "  FILE        READ     REFED  ACCEPTED SUSPENDED".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-SUM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-FILE-NAME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-READ              PIC Z(05)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-REFED             PIC Z(05)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-ACCEPTED          PIC Z(05)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-SUSPENDED         PIC Z(05)9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           INITIALIZE WS-FILE-COUNTS
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0070-LOAD-COUNTER-TABLE
           PERFORM 0080-SET-ASIDE-SUSPENSE-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           PERFORM 5000-WRITE-HEADER
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM 1100-EDIT-CTRTRAN
           PERFORM 1200-EDIT-RENTRAN
           PERFORM 1300-EDIT-CYCCLOSE
           PERFORM 1400-EDIT-RUNPARM
           PERFORM 1500-EDIT-NUMREQ
           PERFORM 1600-EDIT-VOIDTRAN
           CLOSE SUSPENSE-FILE
           IF WS-TOTAL-SUSPENDED = 0
               MOVE "  NO RECORDS SUSPENDED" TO TE-REPORT-LINE
               WRITE TE-REPORT-LINE
           END-IF
           PERFORM 5200-WRITE-FILE-SUMMARY
           CLOSE EDIT-REPORT-FILE
           DISPLAY "TRANEDIT COMPLETE - ACCEPTED: " WS-TOTAL-ACCEPTED
               " SUSPENDED: " WS-TOTAL-SUSPENDED
               " FED BACK FROM SUSPENSE: " WS-TOTAL-REFED
           IF WS-TOTAL-SUSPENDED > 0
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

       0070-LOAD-COUNTER-TABLE.
           MOVE 0 TO WS-CTR-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COUNTER-FILE
           PERFORM UNTIL WS-END-OF-COUNTER-FILE
               READ COUNTER-FILE
                   AT END
                       SET WS-END-OF-COUNTER-FILE TO TRUE
                   NOT AT END
                       IF WS-CTR-TABLE-COUNT >= 100
                           DISPLAY "FATAL: COUNTER-FILE HAS MORE THAN "
                               "100 COUNTER-IDS - WS-COUNTER-TABLE IS "
                               "FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTR-TABLE-COUNT
                       SET WS-CTR-IDX TO WS-CTR-TABLE-COUNT
                       MOVE CTR-COUNTER-ID
                           TO WS-CTR-COUNTER-ID(WS-CTR-IDX)
                       MOVE CTR-CYCLE-NUMBER
                           TO WS-CTR-CYCLE-NUMBER(WS-CTR-IDX)
                       IF CTR-STATUS-FLAG = SPACE
                           MOVE "A" TO WS-CTR-STATUS(WS-CTR-IDX)
                       ELSE
                           MOVE CTR-STATUS-FLAG
                               TO WS-CTR-STATUS(WS-CTR-IDX)
                       END-IF
                       MOVE CTR-NUMBER-PREFIX
                           TO WS-CTR-PREFIX(WS-CTR-IDX)
               END-READ
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  Last run's suspense file is copied aside to SUSPWORK and
      *  TRNSUSP started afresh; each file's suspended records are
      *  edited again from the copy, and whatever still fails is
      *  written back.
       0080-SET-ASIDE-SUSPENSE-FILE.
           MOVE 0 TO WS-SUSPENSE-IN-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-WORK-FILE
           PERFORM UNTIL WS-END-OF-SUSPENSE-FILE
               READ SUSPENSE-FILE
                   AT END
                       SET WS-END-OF-SUSPENSE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-IN-COUNT
                       MOVE SUSP-RECORD TO SUSPENSE-WORK-RECORD
                       WRITE SUSPENSE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-WORK-FILE.

      *  One paragraph per file opens it, copies it to EDITWORK and
      *  rewrites it from 2000 with the records that pass.
       1100-EDIT-CTRTRAN.
           MOVE WS-CTRTRAN-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MAINT-TRAN-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ MAINT-TRAN-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE MAINT-TRAN-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE MAINT-TRAN-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT MAINT-TRAN-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE MAINT-TRAN-FILE.

       1200-EDIT-RENTRAN.
           MOVE WS-RENTRAN-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RENAME-TRAN-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ RENAME-TRAN-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE RENAME-TRAN-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-TRAN-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT RENAME-TRAN-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE RENAME-TRAN-FILE.

       1300-EDIT-CYCCLOSE.
           MOVE WS-CYCCLOSE-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CYCLE-CLOSE-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ CYCLE-CLOSE-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE CYCLE-CLOSE-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CYCLE-CLOSE-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT CYCLE-CLOSE-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE CYCLE-CLOSE-FILE.

       1400-EDIT-RUNPARM.
           MOVE WS-RUNPARM-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-PARM-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ RUN-PARM-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE RUN-PARM-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT RUN-PARM-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE RUN-PARM-FILE.

       1500-EDIT-NUMREQ.
           MOVE WS-NUMREQ-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ REQUEST-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE REQUEST-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT REQUEST-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE REQUEST-FILE.

       1600-EDIT-VOIDTRAN.
           MOVE WS-VOIDTRAN-SUB TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-TRAN-FILE
           OPEN OUTPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ VOID-TRAN-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       MOVE VOID-TRAN-IMAGE TO EDIT-WORK-RECORD
                       WRITE EDIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE VOID-TRAN-FILE
           CLOSE EDIT-WORK-FILE
           OPEN OUTPUT VOID-TRAN-FILE
           PERFORM 2000-EDIT-FILE-RECORDS
           CLOSE VOID-TRAN-FILE.

      *  The file's suspended records go first - they are older than
      *  tonight's - then tonight's own records from EDITWORK.
       2000-EDIT-FILE-RECORDS.
           MOVE 0 TO WS-EDIT-RECORD-NUMBER
           MOVE "SUSPENSE" TO WS-EDIT-SOURCE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-WORK-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ SUSPENSE-WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       MOVE SUSPENSE-WORK-RECORD TO SUSP-RECORD
                       IF SUSP-FILE-NAME = WS-FILE-NAME(WS-FILE-SUB)
                           ADD 1 TO WS-EDIT-RECORD-NUMBER
                           ADD 1 TO WS-FCNT-REFED(WS-FILE-SUB)
                           MOVE SUSP-RECORD-IMAGE TO WS-EDIT-IMAGE
                           MOVE SUSP-SUSPENDED-DATE
                               TO WS-EDIT-SUSPENDED-DATE
                           PERFORM 2100-EDIT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-WORK-FILE
           MOVE 0 TO WS-EDIT-RECORD-NUMBER
           MOVE "INPUT" TO WS-EDIT-SOURCE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EDIT-WORK-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ EDIT-WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EDIT-RECORD-NUMBER
                       ADD 1 TO WS-FCNT-READ(WS-FILE-SUB)
                       MOVE EDIT-WORK-RECORD TO WS-EDIT-IMAGE
                       MOVE WS-BUSINESS-DATE TO WS-EDIT-SUSPENDED-DATE
                       PERFORM 2100-EDIT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE EDIT-WORK-FILE.

      *  Layout length first, then the file's own edits; a record
      *  that passes is written back to its file from the record
      *  area the edit was made in.
       2100-EDIT-ONE-RECORD.
           MOVE SPACES TO WS-SUSPEND-REASON
           COMPUTE WS-IMAGE-TAIL-START =
               WS-FILE-LAYOUT-LENGTH(WS-FILE-SUB) + 1
           IF WS-EDIT-IMAGE = SPACES
               MOVE "BLANK RECORD" TO WS-SUSPEND-REASON
           ELSE
           IF WS-EDIT-IMAGE(WS-IMAGE-TAIL-START:) NOT = SPACES
               MOVE "RECORD LONGER THAN LAYOUT" TO WS-SUSPEND-REASON
           ELSE
           IF WS-FILE-SUB = WS-CTRTRAN-SUB
               PERFORM 3100-EDIT-CTRTRAN-RECORD
           ELSE
           IF WS-FILE-SUB = WS-RENTRAN-SUB
               PERFORM 3200-EDIT-RENTRAN-RECORD
           ELSE
           IF WS-FILE-SUB = WS-CYCCLOSE-SUB
               PERFORM 3300-EDIT-CYCCLOSE-RECORD
           ELSE
           IF WS-FILE-SUB = WS-RUNPARM-SUB
               PERFORM 3400-EDIT-RUNPARM-RECORD
           ELSE
           IF WS-FILE-SUB = WS-NUMREQ-SUB
               PERFORM 3500-EDIT-NUMREQ-RECORD
           ELSE
               PERFORM 3600-EDIT-VOIDTRAN-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-SUSPEND-REASON = SPACES
               ADD 1 TO WS-FCNT-ACCEPTED(WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-ACCEPTED
               IF WS-EDIT-SOURCE = "SUSPENSE"
                   ADD 1 TO WS-TOTAL-REFED
               END-IF
               PERFORM 2200-WRITE-ACCEPTED-RECORD
           ELSE
               PERFORM 2300-SUSPEND-RECORD
           END-IF.

       2200-WRITE-ACCEPTED-RECORD.
           IF WS-FILE-SUB = WS-CTRTRAN-SUB
               WRITE TRAN-RECORD
           ELSE
           IF WS-FILE-SUB = WS-RENTRAN-SUB
               WRITE REN-RECORD
           ELSE
           IF WS-FILE-SUB = WS-CYCCLOSE-SUB
               WRITE CYC-RECORD
           ELSE
           IF WS-FILE-SUB = WS-RUNPARM-SUB
               WRITE RUN-PARM-RECORD
           ELSE
           IF WS-FILE-SUB = WS-NUMREQ-SUB
               WRITE NREQ-RECORD
           ELSE
               WRITE VOID-TRAN-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2300-SUSPEND-RECORD.
           ADD 1 TO WS-FCNT-SUSPENDED(WS-FILE-SUB)
           ADD 1 TO WS-TOTAL-SUSPENDED
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO SUSP-FILE-NAME
           MOVE WS-EDIT-SUSPENDED-DATE    TO SUSP-SUSPENDED-DATE
           MOVE WS-SUSPEND-REASON         TO SUSP-REASON
           MOVE WS-EDIT-IMAGE             TO SUSP-RECORD-IMAGE
           WRITE SUSP-RECORD
           IF WS-TOTAL-SUSPENDED = 1
               PERFORM 5100-WRITE-SUSPENSE-HEADER
           END-IF
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-SL-FILE-NAME
           MOVE WS-EDIT-RECORD-NUMBER     TO WS-SL-RECORD-NUMBER
           MOVE WS-EDIT-SOURCE            TO WS-SL-SOURCE
           MOVE WS-EDIT-SUSPENDED-DATE    TO WS-SL-SUSPENDED-DATE
           MOVE WS-SUSPEND-REASON         TO WS-SL-REASON
           MOVE WS-SUSP-LINE TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           MOVE WS-EDIT-IMAGE TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE.

      *  CTRTRAN: the checks CTRMAINT makes on the record itself.
      *  Whether a status change is allowed is left to CTRMAINT,
      *  since tonight's earlier transactions can change it. An ADD
      *  that passes and takes effect tonight joins the counter
      *  table.
       3100-EDIT-CTRTRAN-RECORD.
           MOVE WS-EDIT-IMAGE TO MAINT-TRAN-IMAGE
           MOVE TRAN-COUNTER-ID TO WS-CTR-KEY-ID
           PERFORM 8200-FIND-COUNTER-ENTRY
           MOVE TRAN-EFFECTIVE-DATE TO WS-DATE-CHECK
           PERFORM 8300-CHECK-OPTIONAL-DATE
           IF TRAN-ACTION NOT = "ADD" AND TRAN-ACTION NOT = "SUS" AND
                   TRAN-ACTION NOT = "REA" AND
                   TRAN-ACTION NOT = "CLO" AND TRAN-ACTION NOT = "PRE"
               MOVE "UNKNOWN ACTION CODE" TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE DATE IS NOT A DATE" TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-ACTION = "ADD" AND TRAN-INITIAL-VALUE IS NOT NUMERIC
               MOVE "INITIAL VALUE NOT NUMERIC" TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-ACTION = "ADD" AND WS-CTR-FOUND
               MOVE "COUNTER-ID ALREADY ON COUNTERF"
                   TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-ACTION NOT = "ADD" AND NOT WS-CTR-FOUND
               MOVE "COUNTER-ID NOT ON COUNTERF" TO WS-SUSPEND-REASON
           ELSE
           IF TRAN-ACTION = "PRE" AND TRAN-NUMBER-PREFIX = SPACES
               MOVE "PREFIX IS BLANK" TO WS-SUSPEND-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-SUSPEND-REASON = SPACES AND TRAN-ACTION = "ADD"
               IF TRAN-EFFECTIVE-DATE IS NOT NUMERIC OR
                       TRAN-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                   PERFORM 8250-ADD-COUNTER-ENTRY
               END-IF
           END-IF.

       3200-EDIT-RENTRAN-RECORD.
           MOVE WS-EDIT-IMAGE TO RENAME-TRAN-IMAGE
           MOVE REN-EFFECTIVE-DATE TO WS-DATE-CHECK
           PERFORM 8300-CHECK-OPTIONAL-DATE
           IF REN-OLD-COUNTER-ID = SPACES
               MOVE "OLD COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF REN-NEW-COUNTER-ID = SPACES
               MOVE "NEW COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF REN-NEW-COUNTER-ID = REN-OLD-COUNTER-ID
               MOVE "NEW ID EQUALS OLD ID" TO WS-SUSPEND-REASON
           ELSE
           IF REN-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE DATE IS NOT A DATE" TO WS-SUSPEND-REASON
           ELSE
               MOVE REN-NEW-COUNTER-ID TO WS-CTR-KEY-ID
               PERFORM 8200-FIND-COUNTER-ENTRY
               IF WS-CTR-FOUND
                   MOVE "NEW COUNTER-ID ALREADY EXISTS"
                       TO WS-SUSPEND-REASON
               ELSE
                   MOVE REN-OLD-COUNTER-ID TO WS-CTR-KEY-ID
                   PERFORM 8200-FIND-COUNTER-ENTRY
                   IF NOT WS-CTR-FOUND
                       MOVE "COUNTER-ID NOT ON COUNTERF"
                           TO WS-SUSPEND-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *  CYCCLOSE is a standing hold as well as tonight's input, so
      *  a record already approved (APPROVER-ID set) is edited the
      *  same way. One naming its own operator as approver is
      *  suspended; whether the approver still holds cycle-close
      *  authority is BUGSOLUTION's to check against OPRAUTH.
       3300-EDIT-CYCCLOSE-RECORD.
           MOVE WS-EDIT-IMAGE TO CYCLE-CLOSE-IMAGE
           MOVE CYC-COUNTER-ID TO WS-CTR-KEY-ID
           PERFORM 8200-FIND-COUNTER-ENTRY
           MOVE CYC-CLOSE-DATE TO WS-DATE-CHECK
           PERFORM 8310-CHECK-DATE
           IF CYC-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-CTR-FOUND
               MOVE "COUNTER-ID NOT ON COUNTERF" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-DATE-VALID
               MOVE "CLOSE DATE IS NOT A DATE" TO WS-SUSPEND-REASON
           ELSE
           IF CYC-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF CYC-APPROVER-ID = CYC-OPERATOR-ID
               MOVE "APPROVER IS THE OPERATOR" TO WS-SUSPEND-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *  Blank threshold and increment fields are allowed - they
      *  take BUGSOLUTION's defaults - but anything keyed must be
      *  numeric. The counter must be active, or BUGSOLUTION would
      *  refuse the run.
       3400-EDIT-RUNPARM-RECORD.
           MOVE WS-EDIT-IMAGE TO RUN-PARM-IMAGE
           MOVE RUNP-COUNTER-ID TO WS-CTR-KEY-ID
           PERFORM 8200-FIND-COUNTER-ENTRY
           IF RUNP-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-CTR-FOUND
               MOVE "COUNTER-ID NOT ON COUNTERF" TO WS-SUSPEND-REASON
           ELSE
           IF WS-CTR-STATUS(WS-CTR-IDX) NOT = "A"
               MOVE "COUNTER IS NOT ACTIVE" TO WS-SUSPEND-REASON
           ELSE
           IF RUN-PARM-IMAGE(11:6) NOT = SPACES AND
                   RUNP-NEAR-MISS-THRESHOLD IS NOT NUMERIC
               MOVE "NEAR-MISS THRESHOLD NOT NUMERIC"
                   TO WS-SUSPEND-REASON
           ELSE
           IF RUN-PARM-IMAGE(17:4) NOT = SPACES AND
                   RUNP-INCREMENT-COUNT IS NOT NUMERIC
               MOVE "INCREMENT COUNT NOT NUMERIC" TO WS-SUSPEND-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *  Layout only - a well-formed request goes through to
      *  BUGSOLUTION, which answers every refusal (QTYZ, AUTH,
      *  QCAP, CTRU, CTRI) on NUMASGN.
       3500-EDIT-NUMREQ-RECORD.
           MOVE WS-EDIT-IMAGE TO REQUEST-IMAGE
           IF NREQ-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NREQ-SYSTEM-ID = SPACES
               MOVE "SYSTEM-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NREQ-QUANTITY IS NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO WS-SUSPEND-REASON
           END-IF
           END-IF
           END-IF.

      *  A void keyed as a composed document number is checked the
      *  way BUGSOLUTION resolves it - check digit, then prefix back
      *  to a counter; one keyed as separate fields needs a counter
      *  on file and a numeric, non-zero cycle and number. Either
      *  way the cycle cannot be one the counter has not reached.
       3600-EDIT-VOIDTRAN-RECORD.
           MOVE WS-EDIT-IMAGE TO VOID-TRAN-IMAGE
           IF VOID-OPERATOR-ID = SPACES
               MOVE "OPERATOR-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-REASON-CODE = SPACES
               MOVE "REASON CODE IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-REISSUE-FLAG NOT = "Y" AND
                   VOID-REISSUE-FLAG NOT = "N" AND
                   VOID-REISSUE-FLAG NOT = SPACE
               MOVE "REISSUE FLAG NOT Y OR N" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-DOCUMENT-NUMBER NOT = SPACES
               PERFORM 3610-EDIT-DOCUMENT-NUMBER
           ELSE
               PERFORM 3620-EDIT-VOID-FIELDS
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-SUSPEND-REASON = SPACES
               IF WS-VOID-CYCLE > WS-CTR-CYCLE-NUMBER(WS-CTR-IDX)
                   MOVE "CYCLE NOT YET REACHED" TO WS-SUSPEND-REASON
               END-IF
           END-IF.

       3610-EDIT-DOCUMENT-NUMBER.
           IF VOID-DOC-CYCLE IS NOT NUMERIC OR
                   VOID-DOC-SEQUENCE IS NOT NUMERIC OR
                   VOID-DOC-CHECK IS NOT NUMERIC
               MOVE "DOCUMENT NUMBER NOT NUMERIC" TO WS-SUSPEND-REASON
           ELSE
               MOVE VOID-DOC-CYCLE    TO WS-LUHN-DIGITS(1:5)
               MOVE VOID-DOC-SEQUENCE TO WS-LUHN-DIGITS(6:6)
               PERFORM 8500-COMPUTE-CHECK-DIGIT
               IF VOID-DOC-CHECK NOT = WS-CHECK-DIGIT
                   MOVE "DOCUMENT CHECK DIGIT WRONG"
                       TO WS-SUSPEND-REASON
               ELSE
                   PERFORM 8210-FIND-PREFIX-ENTRY
                   IF NOT WS-CTR-FOUND
                       MOVE "DOCUMENT PREFIX NOT ON COUNTERF"
                           TO WS-SUSPEND-REASON
                   ELSE
                       MOVE VOID-DOC-CYCLE TO WS-VOID-CYCLE
                   END-IF
               END-IF
           END-IF.

       3620-EDIT-VOID-FIELDS.
           MOVE VOID-COUNTER-ID TO WS-CTR-KEY-ID
           PERFORM 8200-FIND-COUNTER-ENTRY
           IF VOID-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS BLANK" TO WS-SUSPEND-REASON
           ELSE
           IF NOT WS-CTR-FOUND
               MOVE "COUNTER-ID NOT ON COUNTERF" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-CYCLE-NUMBER IS NOT NUMERIC
               MOVE "CYCLE NOT NUMERIC" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-CYCLE-NUMBER = 0
               MOVE "CYCLE IS ZERO" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-NUMBER IS NOT NUMERIC
               MOVE "NUMBER NOT NUMERIC" TO WS-SUSPEND-REASON
           ELSE
           IF VOID-NUMBER = 0
               MOVE "NUMBER IS ZERO" TO WS-SUSPEND-REASON
           ELSE
               MOVE VOID-CYCLE-NUMBER TO WS-VOID-CYCLE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       5000-WRITE-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HDR-LINE TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           MOVE SPACES TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           MOVE "SUSPENDED RECORDS:" TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE.

       5100-WRITE-SUSPENSE-HEADER.
           MOVE WS-SUSP-HDR-LINE TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE.

       5200-WRITE-FILE-SUMMARY.
           MOVE SPACES TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           MOVE "FILE SUMMARY:" TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           MOVE WS-SUM-HDR-LINE TO TE-REPORT-LINE
           WRITE TE-REPORT-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 6
               MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-ML-FILE-NAME
               MOVE WS-FCNT-READ(WS-FILE-SUB) TO WS-ML-READ
               MOVE WS-FCNT-REFED(WS-FILE-SUB) TO WS-ML-REFED
               MOVE WS-FCNT-ACCEPTED(WS-FILE-SUB) TO WS-ML-ACCEPTED
               MOVE WS-FCNT-SUSPENDED(WS-FILE-SUB) TO WS-ML-SUSPENDED
               MOVE WS-SUM-LINE TO TE-REPORT-LINE
               WRITE TE-REPORT-LINE
           END-PERFORM.

       8200-FIND-COUNTER-ENTRY.
           MOVE "N" TO WS-CTR-FOUND-FLAG
           IF WS-CTR-TABLE-COUNT > 0 AND WS-CTR-KEY-ID NOT = SPACES
               SET WS-CTR-IDX TO 1
               SEARCH WS-COUNTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTR-COUNTER-ID(WS-CTR-IDX) = WS-CTR-KEY-ID
                       SET WS-CTR-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8210-FIND-PREFIX-ENTRY.
           MOVE "N" TO WS-CTR-FOUND-FLAG
           IF WS-CTR-TABLE-COUNT > 0 AND VOID-DOC-PREFIX NOT = SPACES
               SET WS-CTR-IDX TO 1
               SEARCH WS-COUNTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTR-PREFIX(WS-CTR-IDX) = VOID-DOC-PREFIX
                       SET WS-CTR-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8250-ADD-COUNTER-ENTRY.
           IF WS-CTR-TABLE-COUNT >= 100
               DISPLAY "FATAL: CANNOT ADD COUNTER-ID "
                   TRAN-COUNTER-ID " - WS-COUNTER-TABLE IS FULL "
                   "AT 100 ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CTR-TABLE-COUNT
           SET WS-CTR-IDX TO WS-CTR-TABLE-COUNT
           MOVE TRAN-COUNTER-ID    TO WS-CTR-COUNTER-ID(WS-CTR-IDX)
           MOVE 1                  TO WS-CTR-CYCLE-NUMBER(WS-CTR-IDX)
           MOVE "A"                TO WS-CTR-STATUS(WS-CTR-IDX)
           MOVE TRAN-NUMBER-PREFIX TO WS-CTR-PREFIX(WS-CTR-IDX).

      *  A blank or zero date is allowed where the program reading
      *  the file treats it as "tonight".
       8300-CHECK-OPTIONAL-DATE.
           IF WS-DATE-CHECK = SPACES OR WS-DATE-CHECK = ZEROS
               SET WS-DATE-VALID TO TRUE
           ELSE
               PERFORM 8310-CHECK-DATE
           END-IF.

       8310-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG
           IF WS-DATE-CHECK IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-NUM) = 0
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       8500-COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-SUB FROM 1 BY 1
                   UNTIL WS-LUHN-SUB > 11
               DIVIDE WS-LUHN-SUB BY 2 GIVING WS-LUHN-QUOTIENT
                   REMAINDER WS-LUHN-REMAINDER
               IF WS-LUHN-REMAINDER = 1
                   COMPUTE WS-LUHN-PRODUCT =
                       WS-LUHN-DIGIT(WS-LUHN-SUB) * 2
                   IF WS-LUHN-PRODUCT > 9
                       SUBTRACT 9 FROM WS-LUHN-PRODUCT
                   END-IF
                   ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM
               ELSE
                   ADD WS-LUHN-DIGIT(WS-LUHN-SUB) TO WS-LUHN-SUM
               END-IF
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
           END-IF.
