      *  counter openings no longer depend on someone submitting      *
      *  the file on exactly the right night. A blank or zero         *
      *  effective date applies immediately, as it always did.        *
      *  Every transaction must be keyed by an operator on the        *
      *  OPRAUTH authority master holding the flag for its action;   *
      *  any other is rejected onto the audit trail. A CLO is never   *
      *  applied on one operator's say-so: it is held on CTRPEND      *
      *  (audited as QUEUED) until a second, different operator with  *
      *  close authority approves it on APPRTRAN (audited as          *
      *  APPROVED), and then applies on the first run on or after     *
      *  its effective date - the same night, when both arrive        *
      *  together. A held transaction is checked against OPRAUTH      *
      *  again when released, so revoking an operator also stops what *
      *  that operator queued; a CLO whose approver has since lost    *
      *  close authority is held again (audited as QUEUED) for a      *
      *  fresh approval.                                              *
      *  Ends with RETURN-CODE 8 when any transaction was rejected    *
      *  so the scheduler can flag the step for operator review.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-TRAN-FILE ASSIGN TO "CTRPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-TRAN-FILE ASSIGN TO "APPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  COUNTER-FILE.
           COPY CTRREC.

       FD  PENDING-TRAN-FILE.
           COPY CTRPEND.

       FD  OPERATOR-AUTH-FILE.
           COPY OPRAUTH.

       FD  APPROVAL-TRAN-FILE.
           COPY APPRTRN.

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-TODAY-DATE               PIC X(08).

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-TRAN-FILE             VALUE "T".
           88  WS-END-OF-PENDING-FILE          VALUE "D".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-OPERATOR-FILE         VALUE "O".
           88  WS-END-OF-APPROVAL-FILE         VALUE "V".

      *  Same in-core image of COUNTERF that BUGSOLUTION uses (no
      *  indexed file handler in this GnuCOBOL build): load the whole
       01  WS-AUD-RESULT               PIC X(08).
       01  WS-AUD-REASON               PIC X(30).
       01  WS-AUD-QUEUED-DATE          PIC X(08).
       01  WS-AUD-APPROVER-ID          PIC X(08).
       01  WS-APPROVED-COUNT           PIC 9(04) VALUE 0.

      *  The OPRAUTH operator authority master, in core: each
      *  operator's action flags in OPRAUTH order. The CTRTRAN
      *  action codes below are listed in that same order, so an
      *  action's position is the subscript of its flag.
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
       01  WS-OPR-ACTION-SUB           PIC 9(01).
       01  WS-ACTION-SUB               PIC 9(02).
       01  WS-ACTION-CODE-VALUES       PIC X(15)
               VALUE "ADDSUSREACLOPRE".
       01  WS-ACTION-CODE-TABLE REDEFINES WS-ACTION-CODE-VALUES.
           05  WS-ACTION-CODE OCCURS 5 TIMES PIC X(03).
       01  WS-CLOSE-ACTION-SUB         PIC 9(01) VALUE 4.

      *  The CTRPEND hold, in core for the run: transactions whose
      *  effective date has arrived are released through the normal
      *  apply path (RELEASED = "Y" keeps them off the rewrite);
      *  the rest go back to the file at end of job. A CLO waits
      *  until APPROVER-ID is filled in as well.
       01  WS-PND-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 1 TO 200 TIMES
               10  WS-PND-OPERATOR-ID      PIC X(08).
               10  WS-PND-NUMBER-PREFIX    PIC X(04).
               10  WS-PND-QUEUED-DATE      PIC X(08).
               10  WS-PND-APPROVER-ID      PIC X(08).
               10  WS-PND-RELEASED         PIC X(01).
       01  WS-PND-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-PND-FOUND                     VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0070-LOAD-COUNTER-TABLE
           PERFORM 0075-LOAD-OPERATOR-TABLE
           PERFORM 0080-LOAD-PENDING-TABLE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MAINT-TRAN-FILE
                       PERFORM 0500-SCREEN-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 0800-APPLY-APPROVALS
           PERFORM 0100-RELEASE-DUE-TRANSACTIONS
           CLOSE MAINT-TRAN-FILE
           CLOSE MAINT-AUDIT-FILE
           PERFORM 0950-SAVE-COUNTER-TABLE
               " REJECTED: " WS-REJECTED-COUNT
               " QUEUED: " WS-QUEUED-COUNT
               " RELEASED: " WS-RELEASED-COUNT
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

       0080-LOAD-PENDING-TABLE.
           MOVE 0 TO WS-PND-TABLE-COUNT
           MOVE "N" TO WS-EOF-FLAG
                           TO WS-PND-NUMBER-PREFIX(WS-PND-IDX)
                       MOVE PEND-QUEUED-DATE
                           TO WS-PND-QUEUED-DATE(WS-PND-IDX)
                       MOVE PEND-APPROVER-ID
                           TO WS-PND-APPROVER-ID(WS-PND-IDX)
                       MOVE "N" TO WS-PND-RELEASED(WS-PND-IDX)
               END-READ
           END-PERFORM
      *  yet, so nothing is overwritten. The audit record carries
      *  the queued date alongside tonight's log date, showing when
      *  the change was asked for and when it took effect.
      *  A CLO is released only once approved. The pass runs again
      *  after tonight's approvals are applied, so a close keyed
      *  and approved the same night takes effect that night; an
      *  entry released by the first pass is not looked at again.
      *  The operator who queued the transaction must still hold
      *  the authority when it is released, and so must a CLO's
      *  approver (see 0110).
       0100-RELEASE-DUE-TRANSACTIONS.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-TABLE-COUNT
               IF WS-PND-RELEASED(WS-PND-IDX) = "N" AND
                       WS-PND-EFFECTIVE-DATE(WS-PND-IDX) <=
                           WS-TODAY-DATE AND
                       (WS-PND-ACTION(WS-PND-IDX) NOT = "CLO" OR
                        WS-PND-APPROVER-ID(WS-PND-IDX) NOT = SPACES)
                   MOVE WS-PND-ACTION(WS-PND-IDX) TO TRAN-ACTION
                   MOVE WS-PND-COUNTER-ID(WS-PND-IDX)
                       TO TRAN-COUNTER-ID
                       TO TRAN-NUMBER-PREFIX
                   MOVE WS-PND-QUEUED-DATE(WS-PND-IDX)
                       TO WS-AUD-QUEUED-DATE
                   MOVE WS-PND-APPROVER-ID(WS-PND-IDX)
                       TO WS-AUD-APPROVER-ID
                   PERFORM 0700-CHECK-TRAN-AUTHORITY
                   IF WS-OPR-AUTHORISED AND
                           WS-PND-ACTION(WS-PND-IDX) = "CLO"
                       PERFORM 0110-RECHECK-HELD-APPROVER
                   END-IF
                   IF WS-PND-ACTION(WS-PND-IDX) = "CLO" AND
                           WS-PND-APPROVER-ID(WS-PND-IDX) = SPACES
                       CONTINUE
                   ELSE
                       IF WS-OPR-AUTHORISED
                           PERFORM 1000-APPLY-TRANSACTION
                       ELSE
                           PERFORM 0720-REJECT-UNAUTHORISED
                       END-IF
                       MOVE "Y" TO WS-PND-RELEASED(WS-PND-IDX)
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *  A CLO's approval is only as good as the approver's standing
      *  on the night it is released: the approver must still differ
      *  from the requesting operator and still hold close authority
      *  on OPRAUTH. One that no longer does is audited as QUEUED,
      *  the approver is cleared and the close stays on CTRPEND for
      *  a fresh approval - tonight's APPRTRAN included, since the
      *  second release pass runs after them.
       0110-RECHECK-HELD-APPROVER.
           MOVE SPACES TO WS-AUD-REASON
           IF WS-PND-APPROVER-ID(WS-PND-IDX) =
                   WS-PND-OPERATOR-ID(WS-PND-IDX)
               MOVE "APPROVER IS THE REQUESTER" TO WS-AUD-REASON
           ELSE
               MOVE WS-PND-APPROVER-ID(WS-PND-IDX) TO WS-OPR-KEY-ID
               MOVE WS-CLOSE-ACTION-SUB TO WS-OPR-ACTION-SUB
               PERFORM 0710-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPR-AUTHORISED
                   MOVE "APPROVAL LAPSED - REAPPROVE" TO WS-AUD-REASON
               END-IF
           END-IF
           IF WS-AUD-REASON NOT = SPACES
               MOVE SPACE TO WS-AUD-OLD-STATUS
               MOVE SPACE TO WS-AUD-NEW-STATUS
               MOVE "QUEUED" TO WS-AUD-RESULT
               DISPLAY "CTRMAINT HELD CLO " TRAN-COUNTER-ID
                   " - APPROVER " WS-PND-APPROVER-ID(WS-PND-IDX)
                   " NO LONGER VALID - NEEDS A NEW APPROVAL"
               PERFORM 2000-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-PND-APPROVER-ID(WS-PND-IDX)
           END-IF.

      *  A transaction dated after tonight is held, not applied; a
      *  blank, zero or non-numeric effective date keeps the
      *  apply-immediately behavior every record had before the
      *  hold existed. An operator without the authority is turned
      *  away before either, and a CLO is always held for its
      *  second approval.
       0500-SCREEN-TRANSACTION.
           MOVE SPACES TO WS-AUD-QUEUED-DATE
           MOVE SPACES TO WS-AUD-APPROVER-ID
           PERFORM 0700-CHECK-TRAN-AUTHORITY
           IF NOT WS-OPR-AUTHORISED
               PERFORM 0720-REJECT-UNAUTHORISED
           ELSE
               IF TRAN-ACTION = "CLO"
                   PERFORM 0600-QUEUE-TRANSACTION
               ELSE
                   IF TRAN-EFFECTIVE-DATE IS NUMERIC AND
                           TRAN-EFFECTIVE-DATE > WS-TODAY-DATE
                       PERFORM 0600-QUEUE-TRANSACTION
                   ELSE
                       PERFORM 1000-APPLY-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       0600-QUEUE-TRANSACTION.
           MOVE TRAN-NUMBER-PREFIX
               TO WS-PND-NUMBER-PREFIX(WS-PND-IDX)
           MOVE WS-TODAY-DATE      TO WS-PND-QUEUED-DATE(WS-PND-IDX)
           MOVE SPACES             TO WS-PND-APPROVER-ID(WS-PND-IDX)
           MOVE "N"                TO WS-PND-RELEASED(WS-PND-IDX)
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACE TO WS-AUD-OLD-STATUS
           MOVE SPACE TO WS-AUD-NEW-STATUS
           MOVE "QUEUED" TO WS-AUD-RESULT
           MOVE WS-TODAY-DATE TO WS-AUD-QUEUED-DATE
           IF TRAN-ACTION = "CLO"
               MOVE "AWAITING SECOND APPROVAL" TO WS-AUD-REASON
               DISPLAY "CTRMAINT QUEUED " TRAN-ACTION " "
                   TRAN-COUNTER-ID " FOR SECOND APPROVAL"
           ELSE
               MOVE "HELD UNTIL EFFECTIVE DATE" TO WS-AUD-REASON
               DISPLAY "CTRMAINT QUEUED " TRAN-ACTION " "
                   TRAN-COUNTER-ID " UNTIL " TRAN-EFFECTIVE-DATE
           END-IF
           PERFORM 2000-WRITE-AUDIT-RECORD.

      *  Looks the transaction's operator up on OPRAUTH for the flag
      *  matching TRAN-ACTION. An unknown action code has no flag to
      *  test and passes through to 1000, which rejects it as such.
       0700-CHECK-TRAN-AUTHORITY.
           MOVE 0 TO WS-OPR-ACTION-SUB
           PERFORM VARYING WS-ACTION-SUB FROM 1 BY 1
                   UNTIL WS-ACTION-SUB > 5
               IF WS-ACTION-CODE(WS-ACTION-SUB) = TRAN-ACTION
                   MOVE WS-ACTION-SUB TO WS-OPR-ACTION-SUB
               END-IF
           END-PERFORM
           IF WS-OPR-ACTION-SUB = 0
               SET WS-OPR-AUTHORISED TO TRUE
           ELSE
               MOVE TRAN-OPERATOR-ID TO WS-OPR-KEY-ID
               PERFORM 0710-CHECK-OPERATOR-AUTHORITY
           END-IF.

      *  WS-OPR-KEY-ID holds flag WS-OPR-ACTION-SUB on OPRAUTH?
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
               IF WS-OPR-PERMISSION(WS-OPR-IDX, WS-OPR-ACTION-SUB) = "Y"
                   SET WS-OPR-AUTHORISED TO TRUE
               END-IF
           END-IF.

       0720-REJECT-UNAUTHORISED.
           MOVE SPACE TO WS-AUD-OLD-STATUS
           MOVE SPACE TO WS-AUD-NEW-STATUS
           MOVE "REJECTED" TO WS-AUD-RESULT
           MOVE "OPERATOR NOT AUTHORISED" TO WS-AUD-REASON
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "CTRMAINT REJECTED " TRAN-ACTION " "
               TRAN-COUNTER-ID " - OPERATOR " TRAN-OPERATOR-ID
               " NOT AUTHORISED ON OPRAUTH"
           PERFORM 2000-WRITE-AUDIT-RECORD.

      *  Tonight's CLO approvals from APPRTRAN, matched to the first
      *  close on the hold for that counter still waiting for one.
      *  Like 0100, the MAINT-TRAN-FILE record area (CTRTRAN is
      *  still open, at end of file) stages the audit record, which
      *  carries the requesting operator and the approver.
       0800-APPLY-APPROVALS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT APPROVAL-TRAN-FILE
           PERFORM UNTIL WS-END-OF-APPROVAL-FILE
               READ APPROVAL-TRAN-FILE
                   AT END
                       SET WS-END-OF-APPROVAL-FILE TO TRUE
                   NOT AT END
                       IF APPR-ACTION = "CLO"
                           PERFORM 0810-APPLY-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-TRAN-FILE.

      *  The approver must be a different operator from the one who
      *  keyed the close and must hold close authority; otherwise
      *  the approval is rejected and the close keeps waiting.
       0810-APPLY-ONE-APPROVAL.
           MOVE "CLO"            TO TRAN-ACTION
           MOVE APPR-COUNTER-ID  TO TRAN-COUNTER-ID
           MOVE 0                TO TRAN-INITIAL-VALUE
           MOVE SPACES           TO TRAN-EFFECTIVE-DATE
           MOVE SPACES           TO TRAN-OPERATOR-ID
           MOVE SPACES           TO TRAN-NUMBER-PREFIX
           MOVE SPACES           TO WS-AUD-QUEUED-DATE
           MOVE APPR-OPERATOR-ID TO WS-AUD-APPROVER-ID
           MOVE SPACE            TO WS-AUD-OLD-STATUS
           MOVE SPACE            TO WS-AUD-NEW-STATUS
           MOVE "REJECTED"       TO WS-AUD-RESULT
           MOVE "N" TO WS-PND-FOUND-FLAG
           IF WS-PND-TABLE-COUNT > 0
               SET WS-PND-IDX TO 1
               SEARCH WS-PND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PND-ACTION(WS-PND-IDX) = "CLO" AND
                           WS-PND-COUNTER-ID(WS-PND-IDX) =
                               APPR-COUNTER-ID AND
                           WS-PND-RELEASED(WS-PND-IDX) = "N" AND
                           WS-PND-APPROVER-ID(WS-PND-IDX) = SPACES
                       SET WS-PND-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-PND-FOUND
               MOVE "NO CLOSE AWAITING APPROVAL" TO WS-AUD-REASON
           ELSE
               MOVE WS-PND-EFFECTIVE-DATE(WS-PND-IDX)
                   TO TRAN-EFFECTIVE-DATE
               MOVE WS-PND-OPERATOR-ID(WS-PND-IDX) TO TRAN-OPERATOR-ID
               MOVE WS-PND-QUEUED-DATE(WS-PND-IDX)
                   TO WS-AUD-QUEUED-DATE
               MOVE APPR-OPERATOR-ID TO WS-OPR-KEY-ID
               MOVE WS-CLOSE-ACTION-SUB TO WS-OPR-ACTION-SUB
               PERFORM 0710-CHECK-OPERATOR-AUTHORITY
               IF APPR-OPERATOR-ID = WS-PND-OPERATOR-ID(WS-PND-IDX)
                   MOVE "APPROVER IS THE REQUESTER" TO WS-AUD-REASON
               ELSE
                   IF NOT WS-OPR-AUTHORISED
                       MOVE "APPROVER NOT AUTHORISED" TO WS-AUD-REASON
                   ELSE
                       MOVE APPR-OPERATOR-ID
                           TO WS-PND-APPROVER-ID(WS-PND-IDX)
                       MOVE "APPROVED" TO WS-AUD-RESULT
                       MOVE "SECOND APPROVAL RECORDED"
                           TO WS-AUD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-AUD-RESULT = "APPROVED"
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "CTRMAINT APPROVED CLO " APPR-COUNTER-ID
                   " BY " APPR-OPERATOR-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CTRMAINT REJECTED APPROVAL OF CLO "
                   APPR-COUNTER-ID " BY " APPR-OPERATOR-ID " - "
                   WS-AUD-REASON
           END-IF
           PERFORM 2000-WRITE-AUDIT-RECORD.

       0960-SAVE-PENDING-FILE.
           OPEN OUTPUT PENDING-TRAN-FILE
                       TO PEND-NUMBER-PREFIX
                   MOVE WS-PND-QUEUED-DATE(WS-PND-IDX)
                       TO PEND-QUEUED-DATE
                   MOVE WS-PND-APPROVER-ID(WS-PND-IDX)
                       TO PEND-APPROVER-ID
                   WRITE PEND-RECORD
               END-IF
           END-PERFORM
           END-PERFORM
           CLOSE COUNTER-FILE.

       0075-LOAD-OPERATOR-TABLE.
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
                       PERFORM VARYING WS-ACTION-SUB FROM 1 BY 1
                               UNTIL WS-ACTION-SUB > 9
                           MOVE OPR-PERMISSION(WS-ACTION-SUB)
                               TO WS-OPR-PERMISSION(WS-OPR-IDX,
                                   WS-ACTION-SUB)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.

       0950-SAVE-COUNTER-TABLE.
           OPEN OUTPUT COUNTER-FILE
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1

       2000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO AUD-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO AUD-LOG-TIME
           MOVE TRAN-EFFECTIVE-DATE   TO AUD-EFFECTIVE-DATE
           MOVE WS-AUD-RESULT         TO AUD-RESULT
           MOVE WS-AUD-REASON         TO AUD-REASON
           MOVE WS-AUD-QUEUED-DATE    TO AUD-QUEUED-DATE
           MOVE WS-AUD-APPROVER-ID    TO AUD-APPROVER-ID
           MOVE SPACES                TO AUD-NUMBER-PREFIX
           MOVE 0                     TO AUD-INITIAL-VALUE
           IF TRAN-ACTION = "ADD" OR TRAN-ACTION = "PRE"
               MOVE TRAN-NUMBER-PREFIX TO AUD-NUMBER-PREFIX
           END-IF
           IF TRAN-ACTION = "ADD" AND TRAN-INITIAL-VALUE IS NUMERIC
               MOVE TRAN-INITIAL-VALUE TO AUD-INITIAL-VALUE
           END-IF
           WRITE AUD-RECORD.
