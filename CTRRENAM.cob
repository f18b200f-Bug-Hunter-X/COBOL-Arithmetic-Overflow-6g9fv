       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRENAM.
      *****************************************************************
      *  Controlled counter-id rename companion to CTRMAINT. A        *
      *  business rename used to mean opening a new counter and       *
      *  abandoning the old one, which split the counter's history    *
      *  across every file for good. This utility applies RENTRAN     *
      *  rename transactions to the whole lineage in one run:         *
      *  COUNTERF, ISSUEREG, VOIDREG, NUMHIST, JOBSUM, RESTCKPT,      *
      *  DOCISSUE, REISSREG, SYSAUTH, NUMASGN, USAGEREG, USGAGE and   *
      *  RATETAB are each rewritten with the old counter-id replaced, *
      *  and the record count of every file is verified before and    *
      *  after - a count that fails to tie out stops the job cold.    *
      *  CTRAUDIT alone keeps the old id, being the record of the     *
      *  rename itself. Every transaction, applied or rejected, goes  *
      *  to the CTRAUDIT trail like CTRMAINT transactions do. The job *
      *  refuses to rename anything while the BUGSOLUTION run ledger  *
      *  shows a run in flight (STARTED with no COMPLETED): a rename  *
      *  under a live run would rewrite files the run still has open. *
      *  Each live file is copied through the RENWORK work file and   *
      *  back, so no whole file ever has to fit in core - the         *
      *  registers are unbounded by design.                           *
      *  A rename needs two operators. The one keying it on RENTRAN   *
      *  must hold rename authority on the OPRAUTH master or it is    *
      *  rejected; an authorised one waits on the RENPEND hold        *
      *  (audited as QUEUED) until a second, different operator with  *
      *  rename authority approves it on APPRTRAN (audited as         *
      *  APPROVED), and is applied on that run. A held rename whose   *
      *  operator has since lost the authority is rejected and        *
      *  dropped from the hold. An approved rename turned away only   *
      *  for the night - a run in flight on the ledger, or ids an     *
      *  earlier rename in the same run already touched - goes back   *
      *  on the hold with its approver and applies on the next clean  *
      *  run without a second approval; if that approver has lost     *
      *  rename authority by then it waits for a new approval.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RENAME-TRAN-FILE ASSIGN TO "RENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RENAME-PEND-FILE ASSIGN TO "RENPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-TRAN-FILE ASSIGN TO "APPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "CTRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUTH-FILE ASSIGN TO "SYSAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "NUMASGN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL USAGE-REGISTER-FILE ASSIGN TO "USAGEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AGE-PARM-FILE ASSIGN TO "USGAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "RENWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  RENAME-TRAN-FILE.
           COPY RENTRN.

       FD  RENAME-PEND-FILE.
           COPY RENPEND.

       FD  OPERATOR-AUTH-FILE.
           COPY OPRAUTH.

       FD  APPROVAL-TRAN-FILE.
           COPY APPRTRN.

       FD  MAINT-AUDIT-FILE.
           COPY CTRAUD.

       FD  AUTH-FILE.
           COPY SYSAUTH.

       FD  ASSIGNMENT-FILE.
           COPY NUMASGN.

       FD  USAGE-REGISTER-FILE.
           COPY USGREG.

       FD  AGE-PARM-FILE.
           COPY USGAGE.

       FD  RATE-FILE.
           COPY RATETAB.

       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-TRAN-FILE             VALUE "T".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-LIVE-FILE             VALUE "F".
           88  WS-END-OF-WORK-FILE             VALUE "W".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-PEND-FILE             VALUE "P".
           88  WS-END-OF-OPERATOR-FILE         VALUE "O".
           88  WS-END-OF-APPROVAL-FILE         VALUE "V".

      *  The renames for this run - those held on RENPEND first,
      *  then tonight's RENTRAN - validated in order against the
      *  in-core counter table; APPLIED entries form the mapping
      *  every file is rewritten through. QUEUED-DATE is blank on a
      *  rename not yet queued. STATUS is W while it waits on
      *  RENPEND (for its second approval, or approved but held
      *  over a night with APPROVER-ID kept), A once approved,
      *  R when rejected for want of authority.
       01  WS-REN-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-RENAME-TABLE.
           05  WS-REN-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-REN-TABLE-COUNT
                   INDEXED BY WS-REN-IDX WS-REN-IDX2.
               10  WS-REN-OLD-ID           PIC X(10).
               10  WS-REN-NEW-ID           PIC X(10).
               10  WS-REN-OPERATOR-ID      PIC X(08).
               10  WS-REN-EFFECTIVE-DATE   PIC X(08).
               10  WS-REN-QUEUED-DATE      PIC X(08).
               10  WS-REN-APPROVER-ID      PIC X(08).
               10  WS-REN-STATUS           PIC X(01).
               10  WS-REN-APPLIED          PIC X(01).
       01  WS-REN-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-REN-FOUND                     VALUE "Y".

      *  Tonight's REN approvals off APPRTRAN.
       01  WS-RAP-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-APPROVAL-TABLE.
           05  WS-RAP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RAP-TABLE-COUNT
                   INDEXED BY WS-RAP-IDX.
               10  WS-RAP-OLD-ID           PIC X(10).
               10  WS-RAP-NEW-ID           PIC X(10).
               10  WS-RAP-OPERATOR-ID      PIC X(08).

      *  The OPRAUTH operator authority master, in core: each
      *  operator's action flags in OPRAUTH order.
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
       01  WS-OPR-KEY-ID               PIC X(08).
       01  WS-OPR-SUB                  PIC 9(02).
       01  WS-OPR-RENAME-SUB           PIC 9(01) VALUE 9.

      *  Same in-core image of COUNTERF that CTRMAINT uses; the
      *  rename is applied here and the file rewritten from the

       01  WS-APPLIED-COUNT            PIC 9(04) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE 0.
       01  WS-QUEUED-COUNT             PIC 9(04) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(04) VALUE 0.
       01  WS-AUD-EFFECTIVE-DATE       PIC X(08).
       01  WS-AUD-OPERATOR-ID          PIC X(08).
       01  WS-AUD-COUNTER-ID           PIC X(10).
       01  WS-AUD-QUEUED-DATE          PIC X(08).
       01  WS-AUD-APPROVER-ID          PIC X(08).
       01  WS-AUD-OLD-STATUS           PIC X(01).
       01  WS-AUD-NEW-STATUS           PIC X(01).
       01  WS-AUD-RESULT               PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-LOAD-RENAME-TRANSACTIONS
           PERFORM 0055-LOAD-APPROVALS
           IF WS-REN-TABLE-COUNT = 0 AND WS-RAP-TABLE-COUNT = 0
               DISPLAY "CTRRENAM: NO RENAME TRANSACTIONS - "
                   "NOTHING TO DO"
               STOP RUN
           END-IF
           PERFORM 0045-LOAD-OPERATOR-TABLE
           PERFORM 0060-CHECK-RUN-LEDGER
           PERFORM 0070-LOAD-COUNTER-TABLE
           OPEN EXTEND MAINT-AUDIT-FILE
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-REN-TABLE-COUNT
               PERFORM 0500-SCREEN-RENAME
           END-PERFORM
           PERFORM VARYING WS-RAP-IDX FROM 1 BY 1
                   UNTIL WS-RAP-IDX > WS-RAP-TABLE-COUNT
               PERFORM 0800-APPLY-ONE-APPROVAL
           END-PERFORM
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-REN-TABLE-COUNT
               IF WS-REN-STATUS(WS-REN-IDX) = "A"
                   PERFORM 1000-APPLY-RENAME
               END-IF
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE
           PERFORM 0960-SAVE-PENDING-RENAMES
           IF WS-APPLIED-COUNT > 0
               PERFORM 2000-REWRITE-COUNTER-FILE
               PERFORM 2100-RENAME-ISSUE-REGISTER
               PERFORM 2600-RENAME-DOCUMENT-ISSUE
               PERFORM 2700-RENAME-REISSUE-REGISTER
               PERFORM 2800-RENAME-AUTH-FILE
               PERFORM 2900-RENAME-ASSIGNMENT-FILE
               PERFORM 2910-RENAME-USAGE-REGISTER
               PERFORM 2920-RENAME-AGE-PARM-FILE
               PERFORM 2930-RENAME-RATE-FILE
           END-IF
           DISPLAY "CTRRENAM COMPLETE - APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " QUEUED: " WS-QUEUED-COUNT
               " APPROVED: " WS-APPROVED-COUNT
           IF WS-REJECTED-COUNT > 0
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

       0045-LOAD-OPERATOR-TABLE.
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

      *  Renames already waiting on RENPEND load ahead of tonight's
      *  RENTRAN, so an approval finds the oldest matching rename.
       0050-LOAD-RENAME-TRANSACTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RENAME-PEND-FILE
           PERFORM UNTIL WS-END-OF-PEND-FILE
               READ RENAME-PEND-FILE
                   AT END
                       SET WS-END-OF-PEND-FILE TO TRUE
                   NOT AT END
                       PERFORM 0052-CHECK-RENAME-TABLE-ROOM
                       ADD 1 TO WS-REN-TABLE-COUNT
                       SET WS-REN-IDX TO WS-REN-TABLE-COUNT
                       MOVE RPND-OLD-COUNTER-ID
                           TO WS-REN-OLD-ID(WS-REN-IDX)
                       MOVE RPND-NEW-COUNTER-ID
                           TO WS-REN-NEW-ID(WS-REN-IDX)
                       MOVE RPND-OPERATOR-ID
                           TO WS-REN-OPERATOR-ID(WS-REN-IDX)
                       MOVE RPND-EFFECTIVE-DATE
                           TO WS-REN-EFFECTIVE-DATE(WS-REN-IDX)
                       MOVE RPND-QUEUED-DATE
                           TO WS-REN-QUEUED-DATE(WS-REN-IDX)
                       MOVE RPND-APPROVER-ID
                           TO WS-REN-APPROVER-ID(WS-REN-IDX)
                       IF RPND-APPROVER-ID = SPACES
                           MOVE "W" TO WS-REN-STATUS(WS-REN-IDX)
                       ELSE
                           MOVE "A" TO WS-REN-STATUS(WS-REN-IDX)
                       END-IF
                       MOVE "N" TO WS-REN-APPLIED(WS-REN-IDX)
               END-READ
           END-PERFORM
           CLOSE RENAME-PEND-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RENAME-TRAN-FILE
           PERFORM UNTIL WS-END-OF-TRAN-FILE
                   AT END
                       SET WS-END-OF-TRAN-FILE TO TRUE
                   NOT AT END
                       PERFORM 0052-CHECK-RENAME-TABLE-ROOM
                       ADD 1 TO WS-REN-TABLE-COUNT
                       SET WS-REN-IDX TO WS-REN-TABLE-COUNT
                       MOVE REN-OLD-COUNTER-ID
                           TO WS-REN-OPERATOR-ID(WS-REN-IDX)
                       MOVE REN-EFFECTIVE-DATE
                           TO WS-REN-EFFECTIVE-DATE(WS-REN-IDX)
                       MOVE SPACES TO WS-REN-QUEUED-DATE(WS-REN-IDX)
                       MOVE SPACES TO WS-REN-APPROVER-ID(WS-REN-IDX)
                       MOVE "W" TO WS-REN-STATUS(WS-REN-IDX)
                       MOVE "N" TO WS-REN-APPLIED(WS-REN-IDX)
               END-READ
           END-PERFORM
           CLOSE RENAME-TRAN-FILE.

       0052-CHECK-RENAME-TABLE-ROOM.
           IF WS-REN-TABLE-COUNT >= 50
               DISPLAY "FATAL: RENPEND AND RENTRAN HOLD MORE THAN 50 "
                   "RENAMES - WS-RENAME-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0055-LOAD-APPROVALS.
           MOVE 0 TO WS-RAP-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT APPROVAL-TRAN-FILE
           PERFORM UNTIL WS-END-OF-APPROVAL-FILE
               READ APPROVAL-TRAN-FILE
                   AT END
                       SET WS-END-OF-APPROVAL-FILE TO TRUE
                   NOT AT END
                       IF APPR-ACTION = "REN"
                           IF WS-RAP-TABLE-COUNT >= 50
                               DISPLAY "FATAL: APPRTRAN HAS MORE THAN "
                                   "50 REN APPROVALS - "
                                   "WS-APPROVAL-TABLE IS FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RAP-TABLE-COUNT
                           SET WS-RAP-IDX TO WS-RAP-TABLE-COUNT
                           MOVE APPR-COUNTER-ID
                               TO WS-RAP-OLD-ID(WS-RAP-IDX)
                           MOVE APPR-NEW-COUNTER-ID
                               TO WS-RAP-NEW-ID(WS-RAP-IDX)
                           MOVE APPR-OPERATOR-ID
                               TO WS-RAP-OPERATOR-ID(WS-RAP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-TRAN-FILE.

       0060-CHECK-RUN-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LEDGER-FILE
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  Every rename's operator is checked against OPRAUTH each
      *  run - tonight's and those already held alike. A new one
      *  that passes is queued for its second approval; one held
      *  over already approved has its approver checked too, and
      *  goes back to waiting if that authority has lapsed.
       0500-SCREEN-RENAME.
           MOVE WS-REN-OPERATOR-ID(WS-REN-IDX) TO WS-OPR-KEY-ID
           PERFORM 0710-CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPR-AUTHORISED
               MOVE "R" TO WS-REN-STATUS(WS-REN-IDX)
               PERFORM 1050-STAGE-RENAME-AUDIT
               MOVE "REJECTED" TO WS-AUD-RESULT
               MOVE "OPERATOR NOT AUTHORISED" TO WS-AUD-REASON
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CTRRENAM REJECTED "
                   WS-REN-OLD-ID(WS-REN-IDX) " TO "
                   WS-REN-NEW-ID(WS-REN-IDX) " - OPERATOR "
                   WS-REN-OPERATOR-ID(WS-REN-IDX)
                   " NOT AUTHORISED ON OPRAUTH"
               PERFORM 1900-WRITE-AUDIT-RECORD
           ELSE
               IF WS-REN-QUEUED-DATE(WS-REN-IDX) = SPACES
                   MOVE WS-BUSINESS-DATE
                       TO WS-REN-QUEUED-DATE(WS-REN-IDX)
                   PERFORM 1050-STAGE-RENAME-AUDIT
                   MOVE "QUEUED" TO WS-AUD-RESULT
                   MOVE "AWAITING SECOND APPROVAL" TO WS-AUD-REASON
                   ADD 1 TO WS-QUEUED-COUNT
                   DISPLAY "CTRRENAM QUEUED "
                       WS-REN-OLD-ID(WS-REN-IDX) " TO "
                       WS-REN-NEW-ID(WS-REN-IDX)
                       " FOR SECOND APPROVAL"
                   PERFORM 1900-WRITE-AUDIT-RECORD
               END-IF
               IF WS-REN-STATUS(WS-REN-IDX) = "A"
                   PERFORM 0520-RECHECK-HELD-APPROVER
               END-IF
           END-IF.

       0520-RECHECK-HELD-APPROVER.
           MOVE WS-REN-APPROVER-ID(WS-REN-IDX) TO WS-OPR-KEY-ID
           PERFORM 0710-CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPR-AUTHORISED
               PERFORM 1050-STAGE-RENAME-AUDIT
               MOVE "QUEUED" TO WS-AUD-RESULT
               MOVE "APPROVAL LAPSED - REAPPROVE" TO WS-AUD-REASON
               DISPLAY "CTRRENAM HELD "
                   WS-REN-OLD-ID(WS-REN-IDX) " TO "
                   WS-REN-NEW-ID(WS-REN-IDX) " - APPROVER "
                   WS-REN-APPROVER-ID(WS-REN-IDX)
                   " NO LONGER AUTHORISED - NEEDS A NEW APPROVAL"
               PERFORM 1900-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-REN-APPROVER-ID(WS-REN-IDX)
               MOVE "W" TO WS-REN-STATUS(WS-REN-IDX)
           END-IF.

      *  WS-OPR-KEY-ID holds rename authority on OPRAUTH?
       0710-CHECK-OPERATOR-AUTHORITY.
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
               IF WS-OPR-PERMISSION(WS-OPR-IDX, WS-OPR-RENAME-SUB)
                       = "Y"
                   SET WS-OPR-AUTHORISED TO TRUE
               END-IF
           END-IF.

      *  A REN approval must name both ids of a rename still
      *  waiting, and come from an operator with rename authority
      *  other than the one who keyed it; otherwise it is rejected
      *  onto the audit trail and the rename keeps waiting.
       0800-APPLY-ONE-APPROVAL.
           MOVE SPACES TO WS-AUD-REASON
           MOVE "N" TO WS-REN-FOUND-FLAG
           IF WS-REN-TABLE-COUNT > 0
               SET WS-REN-IDX TO 1
               SEARCH WS-REN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REN-OLD-ID(WS-REN-IDX) =
                           WS-RAP-OLD-ID(WS-RAP-IDX) AND
                           WS-REN-NEW-ID(WS-REN-IDX) =
                               WS-RAP-NEW-ID(WS-RAP-IDX) AND
                           WS-REN-STATUS(WS-REN-IDX) = "W"
                       SET WS-REN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-REN-FOUND
               MOVE "NO RENAME AWAITING APPROVAL" TO WS-AUD-REASON
               MOVE SPACE  TO WS-AUD-OLD-STATUS
               MOVE SPACE  TO WS-AUD-NEW-STATUS
               MOVE SPACES TO WS-AUD-EFFECTIVE-DATE
               MOVE SPACES TO WS-AUD-OPERATOR-ID
               MOVE SPACES TO WS-AUD-QUEUED-DATE
               MOVE WS-RAP-OLD-ID(WS-RAP-IDX) TO WS-AUD-COUNTER-ID
           ELSE
               PERFORM 1050-STAGE-RENAME-AUDIT
               IF WS-RAP-OPERATOR-ID(WS-RAP-IDX) =
                       WS-REN-OPERATOR-ID(WS-REN-IDX)
                   MOVE "APPROVER IS THE REQUESTER" TO WS-AUD-REASON
               ELSE
                   MOVE WS-RAP-OPERATOR-ID(WS-RAP-IDX)
                       TO WS-OPR-KEY-ID
                   PERFORM 0710-CHECK-OPERATOR-AUTHORITY
                   IF NOT WS-OPR-AUTHORISED
                       MOVE "APPROVER NOT AUTHORISED" TO WS-AUD-REASON
                   END-IF
               END-IF
           END-IF
           MOVE WS-RAP-OPERATOR-ID(WS-RAP-IDX) TO WS-AUD-APPROVER-ID
           IF WS-AUD-REASON = SPACES
               MOVE WS-RAP-OPERATOR-ID(WS-RAP-IDX)
                   TO WS-REN-APPROVER-ID(WS-REN-IDX)
               MOVE "A" TO WS-REN-STATUS(WS-REN-IDX)
               MOVE "APPROVED" TO WS-AUD-RESULT
               MOVE "SECOND APPROVAL RECORDED" TO WS-AUD-REASON
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "CTRRENAM APPROVED "
                   WS-RAP-OLD-ID(WS-RAP-IDX) " TO "
                   WS-RAP-NEW-ID(WS-RAP-IDX) " BY "
                   WS-RAP-OPERATOR-ID(WS-RAP-IDX)
           ELSE
               MOVE "REJECTED" TO WS-AUD-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CTRRENAM REJECTED APPROVAL OF "
                   WS-RAP-OLD-ID(WS-RAP-IDX) " TO "
                   WS-RAP-NEW-ID(WS-RAP-IDX) " BY "
                   WS-RAP-OPERATOR-ID(WS-RAP-IDX) " - " WS-AUD-REASON
           END-IF
           PERFORM 1900-WRITE-AUDIT-RECORD.

      *  Renames still waiting go back to the hold - for their
      *  approval, or approved and held over with the approver.
       0960-SAVE-PENDING-RENAMES.
           OPEN OUTPUT RENAME-PEND-FILE
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-REN-TABLE-COUNT
               IF WS-REN-STATUS(WS-REN-IDX) = "W"
                   MOVE WS-REN-OLD-ID(WS-REN-IDX)
                       TO RPND-OLD-COUNTER-ID
                   MOVE WS-REN-NEW-ID(WS-REN-IDX)
                       TO RPND-NEW-COUNTER-ID
                   MOVE WS-REN-OPERATOR-ID(WS-REN-IDX)
                       TO RPND-OPERATOR-ID
                   MOVE WS-REN-EFFECTIVE-DATE(WS-REN-IDX)
                       TO RPND-EFFECTIVE-DATE
                   MOVE WS-REN-QUEUED-DATE(WS-REN-IDX)
                       TO RPND-QUEUED-DATE
                   MOVE WS-REN-APPROVER-ID(WS-REN-IDX)
                       TO RPND-APPROVER-ID
                   WRITE RPND-RECORD
               END-IF
           END-PERFORM
           CLOSE RENAME-PEND-FILE.

      *  Validated in order against the counter table as it evolves;
      *  a transaction touching an id an earlier rename already used
      *  (either side) is ambiguous in one run and is rejected - run
      *  the second rename the next night. That rejection and the
      *  one for a run in flight are for tonight only: the rename
      *  goes back to RENPEND still approved.
       1000-APPLY-RENAME.
           PERFORM 1050-STAGE-RENAME-AUDIT
           MOVE "APPLIED" TO WS-AUD-RESULT
           MOVE SPACES    TO WS-AUD-REASON
           IF WS-RUN-IN-FLIGHT
               DISPLAY "CTRRENAM REJECTED "
                   WS-REN-OLD-ID(WS-REN-IDX) " TO "
                   WS-REN-NEW-ID(WS-REN-IDX) " - " WS-AUD-REASON
               IF WS-AUD-REASON = "INCOMPLETE RUN ON LEDGER" OR
                       WS-AUD-REASON = "CONFLICTS WITH EARLIER RENAME"
                   MOVE "W" TO WS-REN-STATUS(WS-REN-IDX)
                   DISPLAY "CTRRENAM HELD "
                       WS-REN-OLD-ID(WS-REN-IDX) " TO "
                       WS-REN-NEW-ID(WS-REN-IDX)
                       " ON RENPEND - STILL APPROVED BY "
                       WS-REN-APPROVER-ID(WS-REN-IDX)
               END-IF
           END-IF
           PERFORM 1900-WRITE-AUDIT-RECORD.

               END-IF
           END-IF.

      *  Loads the audit staging fields from the rename at
      *  WS-REN-IDX; the caller sets result and reason.
       1050-STAGE-RENAME-AUDIT.
           MOVE SPACE TO WS-AUD-OLD-STATUS
           MOVE SPACE TO WS-AUD-NEW-STATUS
           MOVE WS-REN-EFFECTIVE-DATE(WS-REN-IDX)
               TO WS-AUD-EFFECTIVE-DATE
           MOVE WS-REN-OPERATOR-ID(WS-REN-IDX) TO WS-AUD-OPERATOR-ID
           MOVE WS-REN-OLD-ID(WS-REN-IDX)      TO WS-AUD-COUNTER-ID
           MOVE WS-REN-QUEUED-DATE(WS-REN-IDX) TO WS-AUD-QUEUED-DATE
           MOVE WS-REN-APPROVER-ID(WS-REN-IDX) TO WS-AUD-APPROVER-ID.

       1900-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO AUD-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO AUD-LOG-TIME
           MOVE WS-AUD-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE WS-AUD-OPERATOR-ID    TO AUD-OPERATOR-ID
           MOVE "REN"                 TO AUD-ACTION
           MOVE WS-AUD-COUNTER-ID     TO AUD-COUNTER-ID
           MOVE WS-AUD-OLD-STATUS     TO AUD-OLD-STATUS
           MOVE WS-AUD-NEW-STATUS     TO AUD-NEW-STATUS
           MOVE WS-AUD-RESULT         TO AUD-RESULT
           MOVE WS-AUD-REASON         TO AUD-REASON
           MOVE WS-AUD-QUEUED-DATE    TO AUD-QUEUED-DATE
           MOVE WS-AUD-APPROVER-ID    TO AUD-APPROVER-ID
           MOVE SPACES                TO AUD-NUMBER-PREFIX
           MOVE 0                     TO AUD-INITIAL-VALUE
           WRITE AUD-RECORD.

       8200-FIND-COUNTER-ENTRY.
           CLOSE WORK-FILE
           CLOSE AUTH-FILE
           PERFORM 8100-VERIFY-FILE-COUNTS.

       2900-RENAME-ASSIGNMENT-FILE.
           MOVE "NUMASGN" TO WS-FILE-LABEL
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ASSIGNMENT-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ ASSIGNMENT-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE ASGN-COUNTER-ID TO WS-MAP-COUNTER-ID
                       PERFORM 8000-MAP-COUNTER-ID
                       MOVE WS-MAP-COUNTER-ID TO ASGN-COUNTER-ID
                       MOVE ASGN-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE
           CLOSE WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ASSIGNMENT-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE WORK-RECORD TO ASGN-RECORD
                       WRITE ASGN-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE ASSIGNMENT-FILE
           PERFORM 8100-VERIFY-FILE-COUNTS.

       2910-RENAME-USAGE-REGISTER.
           MOVE "USAGEREG" TO WS-FILE-LABEL
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT USAGE-REGISTER-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ USAGE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE UREG-COUNTER-ID TO WS-MAP-COUNTER-ID
                       PERFORM 8000-MAP-COUNTER-ID
                       MOVE WS-MAP-COUNTER-ID TO UREG-COUNTER-ID
                       MOVE UREG-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE USAGE-REGISTER-FILE
           CLOSE WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT USAGE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE WORK-RECORD TO UREG-RECORD
                       WRITE UREG-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE USAGE-REGISTER-FILE
           PERFORM 8100-VERIFY-FILE-COUNTS.

       2920-RENAME-AGE-PARM-FILE.
           MOVE "USGAGE" TO WS-FILE-LABEL
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AGE-PARM-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ AGE-PARM-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE UAGE-COUNTER-ID TO WS-MAP-COUNTER-ID
                       PERFORM 8000-MAP-COUNTER-ID
                       MOVE WS-MAP-COUNTER-ID TO UAGE-COUNTER-ID
                       MOVE UAGE-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE AGE-PARM-FILE
           CLOSE WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT AGE-PARM-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE WORK-RECORD TO UAGE-RECORD
                       WRITE UAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE AGE-PARM-FILE
           PERFORM 8100-VERIFY-FILE-COUNTS.

       2930-RENAME-RATE-FILE.
           MOVE "RATETAB" TO WS-FILE-LABEL
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-END-OF-LIVE-FILE
               READ RATE-FILE
                   AT END
                       SET WS-END-OF-LIVE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE RATE-COUNTER-ID TO WS-MAP-COUNTER-ID
                       PERFORM 8000-MAP-COUNTER-ID
                       MOVE WS-MAP-COUNTER-ID TO RATE-COUNTER-ID
                       MOVE RATE-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           CLOSE WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RATE-FILE
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ WORK-FILE
                   AT END
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE WORK-RECORD TO RATE-RECORD
                       WRITE RATE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE RATE-FILE
           PERFORM 8100-VERIFY-FILE-COUNTS.
