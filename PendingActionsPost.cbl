           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT TERM-REASON-FILE
           ASSIGN TO "TermReason.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT TERM-HISTORY-FILE
           ASSIGN TO "TerminationHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT ESTABLISHMENT-FILE
           ASSIGN TO "Establishment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EST-FILE-STATUS.

           SELECT CYCLE-STEP-FILE
           ASSIGN TO "BatchCycleSteps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE
           ASSIGN TO "BatchCycleControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-RECORD-FILE.
           05 FS-EMPLOYMENT-STATUS PIC X(1).
           05 FS-STATUS-DATE PIC 9(8).
           05 FS-POSITION-CODE PIC 9(4).
           05 FS-SUPERVISOR-ID PIC 9(6).

       FD PENDING-ACTIONS-FILE.
       01 PA-PENDING-RECORD.
           05 PA-POSTED-FLAG PIC X(1).
           05 PA-LEAVE-TYPE PIC X(1).
           05 PA-EXPECTED-RETURN PIC 9(8).
           05 PA-TERM-REASON PIC 9(2).
           05 PA-EST-OVERRIDE PIC X(1).

       FD LEAVE-DETAIL-FILE.
       01 LD-LEAVE-RECORD.
               10 AL-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 AL-BEFORE-STATUS-DATE PIC 9(8).
               10 AL-BEFORE-POSITION-CODE PIC 9(4).
               10 AL-BEFORE-SUPERVISOR-ID PIC 9(6).
           05 AL-AFTER-RECORD.
               10 AL-AFTER-EMPLOYEE-ID PIC 9(6).
               10 AL-AFTER-DEPARTMENT-CODE PIC 9(3).
               10 AL-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 AL-AFTER-STATUS-DATE PIC 9(8).
               10 AL-AFTER-POSITION-CODE PIC 9(4).
               10 AL-AFTER-SUPERVISOR-ID PIC 9(6).
           05 AL-OPERATOR-ID PIC X(4).

       FD TRANSFER-HISTORY-FILE.
           05 TH-TO-DEPT PIC 9(3).
           05 TH-TRANSFER-DATE PIC 9(8).

       FD TERM-REASON-FILE.
       01 FS-TERM-REASON-RECORD.
           05 FS-TR-CODE PIC 9(2).
           05 FS-TR-DESCRIPTION PIC X(20).
           05 FS-TR-GROUP PIC X(1).
           05 FS-TR-REHIRE PIC X(1).

       FD TERM-HISTORY-FILE.
       01 TM-TERM-RECORD.
           05 TM-EMPLOYEE-ID PIC 9(6).
           05 TM-DEPARTMENT-CODE PIC 9(3).
           05 TM-TERM-DATE PIC 9(8).
           05 TM-REASON-CODE PIC 9(2).
           05 TM-OPERATOR-ID PIC X(4).

       FD ESTABLISHMENT-FILE.
       01 FS-ESTABLISHMENT-RECORD.
           05 FS-EST-DEPT-CODE PIC 9(3).
           05 FS-EST-POS-CODE PIC 9(4).
           05 FS-EST-AUTHORIZED PIC 9(4).

       FD CYCLE-STEP-FILE.
       01 CS-STEP-RECORD.
           05 CS-STEP-NUMBER PIC 9(1).
           05 CS-STEP-NAME PIC X(16).
           05 CS-PREREQUISITES.
               10 CS-PREREQ-STEP PIC 9(1) OCCURS 8 TIMES.
           05 CS-DESCRIPTION PIC X(30).

       FD CYCLE-CONTROL-FILE.
       01 CY-CYCLE-RECORD.
           05 CY-BUSINESS-DATE PIC 9(8).
           05 CY-STEP-NUMBER PIC 9(1).
           05 CY-STEP-NAME PIC X(16).
           05 CY-EVENT PIC X(1).
           05 CY-EVENT-DATE PIC 9(8).
           05 CY-EVENT-TIME PIC 9(8).
           05 CY-READ-COUNT PIC 9(6).
           05 CY-WRITTEN-COUNT PIC 9(6).
           05 CY-ERROR-COUNT PIC 9(6).
           05 CY-OPERATOR-ID PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-LEAVE-FOUND PIC 9(1) VALUE 0.        *> Indicator that an open leave record was found to close.
       01 WS-LEAVE-EOF PIC 9(1) VALUE 0.          *> End-of-file indicator for the leave detail load.
       01 WS-LEAVE-OVERFLOW PIC 9(3) VALUE 0.     *> Leave detail records the table could not hold.
       01 WS-TR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-REASON-FILE.
       01 WS-TM-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-HISTORY-FILE.
       01 WS-TR-COUNT PIC 9(3) VALUE 0.           *> Number of termination reason entries loaded.
       01 WS-TR-VALID PIC 9(1) VALUE 0.           *> Indicator that the queued reason code is on the table.
       01 WS-EST-FILE-STATUS PIC XX VALUE SPACES. *> File status for ESTABLISHMENT-FILE.
       01 WS-EST-COUNT PIC 9(3) VALUE 0.          *> Number of establishment cells loaded.
       01 WS-EST-AUTHORIZED PIC 9(4) VALUE 0.     *> Authorized headcount for the cell being filled.
       01 WS-EST-FILLED PIC 9(4) VALUE 0.         *> Active and on-leave employees already in that cell.
       01 WS-EST-ALLOWED PIC 9(1) VALUE 0.        *> Indicator that the move or rehire may post.
       01 WS-EST-EOF PIC 9(1) VALUE 0.            *> End of the department's records while counting a cell.

       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 200 TIMES
           05 WS-BEFORE-EMPLOYMENT-STATUS PIC X(1).
           05 WS-BEFORE-STATUS-DATE PIC 9(8).
           05 WS-BEFORE-POSITION-CODE PIC 9(4).
           05 WS-BEFORE-SUPERVISOR-ID PIC 9(6).

       01 WS-EMPLOYEE-RECORD.
           05 WS-EMPLOYEE-ID PIC 9(6).
           05 WS-EMPLOYMENT-STATUS PIC X(1).
           05 WS-STATUS-DATE PIC 9(8).
           05 WS-POSITION-CODE PIC 9(4).
           05 WS-SUPERVISOR-ID PIC 9(6).

       01 WS-PENDING-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES INDEXED BY WS-PEND-IDX.
               10 WS-PEND-POSTED-FLAG PIC X(1).
               10 WS-PEND-LEAVE-TYPE PIC X(1).
               10 WS-PEND-EXPECTED-RETURN PIC 9(8).
               10 WS-PEND-TERM-REASON PIC 9(2).
               10 WS-PEND-EST-OVERRIDE PIC X(1).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 50 TIMES INDEXED BY WS-TR-IDX.
               10 WS-TR-CODE PIC 9(2).
               10 WS-TR-DESCRIPTION PIC X(20).
               10 WS-TR-GROUP PIC X(1).
               10 WS-TR-REHIRE PIC X(1).

       01 WS-CS-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-STEP-FILE.
       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-CYCLE-EOF PIC 9(1) VALUE 0.          *> End of the cycle step table or cycle control.
       01 WS-STEP-NAME PIC X(16) VALUE "PENDING-ACT-POST". *> This program's name on the cycle step table.
       01 WS-STEP-NUMBER PIC 9(1) VALUE 0.        *> This program's step number; 0 when the cycle is not controlled.
       01 WS-STEP-COUNT PIC 9(1) VALUE 0.         *> Highest step number on the cycle step table.
       01 WS-STEP-ALLOWED PIC 9(1) VALUE 0.       *> Indicator that this step may run for the business date.
       01 WS-STEP-RESULT PIC X(1) VALUE SPACE.    *> Return status recorded at step end: C-Completed, F-Failed.
       01 WS-STEP-READ-COUNT PIC 9(6) VALUE 0.    *> Records read, recorded at step end.
       01 WS-STEP-WRITTEN-COUNT PIC 9(6) VALUE 0. *> Records written or updated, recorded at step end.
       01 WS-STEP-ERROR-COUNT PIC 9(6) VALUE 0.   *> Records in error, recorded at step end.
       01 WS-CYCLE-DATE PIC 9(8) VALUE 0.         *> Business date the cycle is running for.
       01 WS-LAST-CYCLE-DATE PIC 9(8) VALUE 0.    *> Business date of the last cycle on the control file.
       01 WS-CYCLE-CLOSED PIC 9(1) VALUE 0.       *> Indicator that the last cycle on file has ended.
       01 WS-ALL-STEPS-DONE PIC 9(1) VALUE 0.     *> Indicator that every step has completed for the date.
       01 WS-PREREQ-SUB PIC 9(1) VALUE 0.         *> Subscript into a step's prerequisite list.
       01 WS-PREREQ-STEP PIC 9(1) VALUE 0.        *> Prerequisite step being checked.
       01 WS-PREREQ-STATE PIC X(25) VALUE SPACES. *> Prerequisite state shown when a step is refused.
       01 WS-RERUN-REPLY PIC X(1) VALUE SPACE.    *> Operator's answer to the rerun prompt.

       01 WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 500 TIMES INDEXED BY WS-EST-IDX.
               10 WS-EST-DEPT-CODE PIC 9(3).
               10 WS-EST-POS-CODE PIC 9(4).
               10 WS-EST-AUTH-COUNT PIC 9(4).

       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 9 TIMES INDEXED BY WS-CYCLE-IDX.
               10 WS-CYC-STEP-NAME PIC X(16).
               10 WS-CYC-PREREQUISITES.
                   15 WS-CYC-PREREQ PIC 9(1) OCCURS 8 TIMES.
               10 WS-CYC-LAST-EVENT PIC X(1).

       PROCEDURE DIVISION.
       100-PENDING-ACT-POST.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-PENDING-TABLE.
      *> Posting is the first step of the nightly cycle, so it still
      *> runs, and completes, on a night with nothing queued.
           IF WS-PENDING-FILE-STATUS = "35"
               DISPLAY "No pending-actions queue on file."
           END-IF.
           PERFORM 210-DISPLAY-MODE-MENU.
           PERFORM 220-ACCEPT-MODE-CHOICE.
           EVALUATE WS-MODE-CHOICE
               WHEN 1 PERFORM 300-POST-DUE-ACTIONS
               WHEN 2
                   IF WS-PENDING-FILE-STATUS NOT = "35"
                       PERFORM 500-LIST-QUEUED-ACTIONS
                   END-IF
               WHEN OTHER DISPLAY "Invalid selection. Choose 1-2."
           END-EVALUATE.
           STOP RUN.

       200-LOAD-PENDING-TABLE.
           ACCEPT WS-MODE-CHOICE.

       300-POST-DUE-ACTIONS.
           PERFORM 204-LOAD-DEPARTMENT-TABLE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           PERFORM 206-LOAD-TERM-REASON-TABLE.
           PERFORM 207-LOAD-ESTABLISHMENT-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 230-OPERATOR-SIGN-ON
               PERFORM 800-CHECK-BATCH-CYCLE
               IF WS-STEP-ALLOWED = 1
                   PERFORM 810-WRITE-STEP-START
                   IF WS-PEND-OVERFLOW > 0
                       DISPLAY "QUEUE TABLE FULL - " WS-PEND-OVERFLOW
                           " ENTRIES NOT LOADED. POSTING RUN ABANDONED."
                       MOVE "F" TO WS-STEP-RESULT
                   ELSE
                       PERFORM 310-POST-SWEEP
                   END-IF
                   MOVE WS-PEND-COUNT TO WS-STEP-READ-COUNT
                   MOVE WS-POSTED-COUNT TO WS-STEP-WRITTEN-COUNT
                   MOVE WS-ERROR-COUNT TO WS-STEP-ERROR-COUNT
                   PERFORM 811-WRITE-STEP-END
               END-IF
           END-IF.

           OPEN I-O EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
               MOVE "F" TO WS-STEP-RESULT
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
               ELSE
                   MOVE WS-PEND-NEW-DEPT (WS-PEND-IDX)
                       TO WS-DEPARTMENT-CODE
                   PERFORM 331-CHECK-ESTABLISHMENT
                   IF WS-EST-ALLOWED = 0
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "NOT POSTED - department "
                           WS-DEPARTMENT-CODE " position "
                           WS-POSITION-CODE " is at its authorized "
                           "headcount; entry left queued."
                   ELSE
                       PERFORM 338-REWRITE-MASTER-RECORD
                   END-IF
               END-IF
           ELSE
      *> A termination must say why the person left.  An entry with
      *> no reason, or one since dropped from the reason table, is
      *> held back for the operator rather than posted without one.
               MOVE 1 TO WS-TR-VALID
               IF WS-PEND-NEW-STATUS (WS-PEND-IDX) = "T"
                   PERFORM 336-CHECK-TERM-REASON
               END-IF
               IF WS-TR-VALID = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "NOT POSTED - termination of employee "
                       WS-PEND-EMPLOYEE-ID (WS-PEND-IDX)
                       " has no valid reason code; entry left queued."
               ELSE
                   MOVE WS-PEND-NEW-STATUS (WS-PEND-IDX)
                       TO WS-EMPLOYMENT-STATUS
                   MOVE WS-PEND-EFFECTIVE-DATE (WS-PEND-IDX)
                       TO WS-STATUS-DATE
      *> A rehire takes a seat back; a return from leave kept its own.
                   MOVE 1 TO WS-EST-ALLOWED
                   IF WS-EMPLOYMENT-STATUS = "A"
                       AND WS-BEFORE-EMPLOYMENT-STATUS = "T"
                       PERFORM 331-CHECK-ESTABLISHMENT
                   END-IF
                   IF WS-EST-ALLOWED = 0
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "NOT POSTED - rehire of employee "
                           WS-PEND-EMPLOYEE-ID (WS-PEND-IDX)
                           " would exceed the authorized headcount; "
                           "entry left queued."
                   ELSE
                       PERFORM 338-REWRITE-MASTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *> The cell was checked when the entry was queued, but it can
      *> fill up before the effective date, so it is counted again
      *> against the master as it stands now.  An entry a senior
      *> operator took over strength at queue time is not held back,
      *> and a terminated record holds no seat wherever it sits.
       331-CHECK-ESTABLISHMENT.
           MOVE 1 TO WS-EST-ALLOWED.
           IF WS-EST-COUNT > 0
               AND WS-PEND-EST-OVERRIDE (WS-PEND-IDX) NOT = "Y"
               AND WS-EMPLOYMENT-STATUS NOT = "T"
               PERFORM 332-FIND-AUTHORIZED-COUNT
               PERFORM 333-COUNT-CELL-OCCUPANTS
               IF WS-EST-FILLED >= WS-EST-AUTHORIZED
                   MOVE 0 TO WS-EST-ALLOWED
               END-IF
           END-IF.

      *> A cell with no entry in the establishment has no seats.
       332-FIND-AUTHORIZED-COUNT.
           MOVE 0 TO WS-EST-AUTHORIZED.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-DEPARTMENT-CODE = WS-EST-DEPT-CODE (WS-EST-IDX)
                   AND WS-POSITION-CODE = WS-EST-POS-CODE (WS-EST-IDX)
                   MOVE WS-EST-AUTH-COUNT (WS-EST-IDX)
                       TO WS-EST-AUTHORIZED
               END-IF
           END-PERFORM.

      *> Active and on-leave employees both hold a seat.  The
      *> employee being posted is left out so a record already in
      *> the cell is not counted against itself.
       333-COUNT-CELL-OCCUPANTS.
           MOVE 0 TO WS-EST-FILLED.
           MOVE 0 TO WS-EST-EOF.
           MOVE WS-DEPARTMENT-CODE TO FS-DEPARTMENT-CODE.
           START EMPLOYEE-RECORD-FILE
               KEY = FS-DEPARTMENT-CODE
               INVALID KEY
                   MOVE 1 TO WS-EST-EOF
           END-START.
           PERFORM 334-COUNT-NEXT-IN-DEPT UNTIL WS-EST-EOF = 1.

       334-COUNT-NEXT-IN-DEPT.
           READ EMPLOYEE-RECORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EST-EOF
               NOT AT END
                   IF FS-DEPARTMENT-CODE NOT = WS-DEPARTMENT-CODE
                       MOVE 1 TO WS-EST-EOF
                   ELSE
                       IF FS-POSITION-CODE = WS-POSITION-CODE
                           AND FS-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           AND (FS-EMPLOYMENT-STATUS = "A"
                               OR FS-EMPLOYMENT-STATUS = "L")
                           ADD 1 TO WS-EST-FILLED
                       END-IF
                   END-IF
           END-READ.

       335-CHECK-DEPT-CODE.
           MOVE 0 TO WS-DEPT-VALID.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       336-CHECK-TERM-REASON.
           MOVE 0 TO WS-TR-VALID.
           IF WS-PEND-TERM-REASON (WS-PEND-IDX) IS NUMERIC
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-PEND-TERM-REASON (WS-PEND-IDX)
                           = WS-TR-CODE (WS-TR-IDX)
                       MOVE 1 TO WS-TR-VALID
                   END-IF
               END-PERFORM
           END-IF.

       338-REWRITE-MASTER-RECORD.
           MOVE WS-EMPLOYEE-RECORD TO FS-EMPLOYEE-RECORD.
           REWRITE FS-EMPLOYEE-RECORD
                           AND WS-BEFORE-EMPLOYMENT-STATUS = "L"
                           PERFORM 645-CLOSE-LEAVE-RECORD
                       END-IF
                       IF WS-EMPLOYMENT-STATUS = "T"
                           PERFORM 660-WRITE-TERM-HISTORY
                       END-IF
                   END-IF
           END-REWRITE.

           END-IF.
           MOVE 0 TO WS-EOF.

      *> Queued terminations are checked against the reason table at
      *> posting time, the same table the interactive program uses.
       206-LOAD-TERM-REASON-TABLE.
           MOVE 0 TO WS-TR-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TERM-REASON-FILE.
           IF WS-TR-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ TERM-REASON-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-TR-COUNT < 50
                               ADD 1 TO WS-TR-COUNT
                               MOVE FS-TR-CODE
                                   TO WS-TR-CODE (WS-TR-COUNT)
                               MOVE FS-TR-DESCRIPTION
                                   TO WS-TR-DESCRIPTION (WS-TR-COUNT)
                               MOVE FS-TR-GROUP
                                   TO WS-TR-GROUP (WS-TR-COUNT)
                               MOVE FS-TR-REHIRE
                                   TO WS-TR-REHIRE (WS-TR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-REASON-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> The establishment holds Finance's authorized headcount per
      *> department and position.  With no establishment file on
      *> hand there is nothing to hold moves and rehires against.
       207-LOAD-ESTABLISHMENT-TABLE.
           MOVE 0 TO WS-EST-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ESTABLISHMENT-FILE.
           IF WS-EST-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ ESTABLISHMENT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-EST-COUNT < 500
                               ADD 1 TO WS-EST-COUNT
                               MOVE FS-EST-DEPT-CODE
                                   TO WS-EST-DEPT-CODE (WS-EST-COUNT)
                               MOVE FS-EST-POS-CODE
                                   TO WS-EST-POS-CODE (WS-EST-COUNT)
                               MOVE FS-EST-AUTHORIZED
                                   TO WS-EST-AUTH-COUNT (WS-EST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTABLISHMENT-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> The posting run writes normal audit entries, so it signs on
      *> like the interactive programs do.
       230-OPERATOR-SIGN-ON.
       622-CLOSE-TRANSFER-HISTORY.
           CLOSE TRANSFER-HISTORY-FILE.

      *> The termination history is dated with the queued effective
      *> date and stamped with the operator who queued it.
       660-WRITE-TERM-HISTORY.
           MOVE WS-EMPLOYEE-ID TO TM-EMPLOYEE-ID.
           MOVE WS-DEPARTMENT-CODE TO TM-DEPARTMENT-CODE.
           MOVE WS-PEND-EFFECTIVE-DATE (WS-PEND-IDX) TO TM-TERM-DATE.
           MOVE WS-PEND-TERM-REASON (WS-PEND-IDX) TO TM-REASON-CODE.
           MOVE WS-PEND-OPERATOR-ID (WS-PEND-IDX) TO TM-OPERATOR-ID.
           PERFORM 661-OPEN-TERM-HISTORY.
           WRITE TM-TERM-RECORD.
           PERFORM 662-CLOSE-TERM-HISTORY.

       661-OPEN-TERM-HISTORY.
           OPEN EXTEND TERM-HISTORY-FILE.         *> Append to the history if it exists.
           IF WS-TM-FILE-STATUS = "35"
               OPEN OUTPUT TERM-HISTORY-FILE      *> First run: create the history file.
           END-IF.

       662-CLOSE-TERM-HISTORY.
           CLOSE TERM-HISTORY-FILE.

      *> The nightly cycle runs its steps in the order the cycle
      *> step table sets: a step starts only when every step it
      *> depends on has completed for the business date.  With no
      *> step table on file the cycle is not controlled.
       800-CHECK-BATCH-CYCLE.
           MOVE 1 TO WS-STEP-ALLOWED.
           PERFORM 801-LOAD-CYCLE-STEPS.
           IF WS-STEP-NUMBER > 0
               PERFORM 803-LOAD-CYCLE-STATE
               PERFORM 806-CHECK-STEP-READY
           END-IF.

       801-LOAD-CYCLE-STEPS.
           INITIALIZE WS-CYCLE-TABLE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-STEP-NUMBER.
           MOVE 0 TO WS-CYCLE-EOF.
           OPEN INPUT CYCLE-STEP-FILE.
           IF WS-CS-FILE-STATUS NOT = "35"
               PERFORM 802-READ-CYCLE-STEP UNTIL WS-CYCLE-EOF = 1
               CLOSE CYCLE-STEP-FILE
           END-IF.

       802-READ-CYCLE-STEP.
           READ CYCLE-STEP-FILE
               AT END
                   MOVE 1 TO WS-CYCLE-EOF
               NOT AT END
                   IF CS-STEP-NUMBER IS NUMERIC
                       AND CS-STEP-NUMBER > 0
                       MOVE CS-STEP-NAME
                           TO WS-CYC-STEP-NAME (CS-STEP-NUMBER)
                       MOVE CS-PREREQUISITES
                           TO WS-CYC-PREREQUISITES (CS-STEP-NUMBER)
                       IF CS-STEP-NUMBER > WS-STEP-COUNT
                           MOVE CS-STEP-NUMBER TO WS-STEP-COUNT
                       END-IF
                       IF CS-STEP-NAME = WS-STEP-NAME
                           MOVE CS-STEP-NUMBER TO WS-STEP-NUMBER
                       END-IF
                   END-IF
           END-READ.

      *> The control file is in time order.  The last cycle on it is
      *> still open unless its last record is the cycle-end record
      *> (step 0), written when the final step completes or when an
      *> operator closes the cycle off.  An open cycle keeps its
      *> business date past midnight; otherwise a new cycle takes
      *> today's date.
       803-LOAD-CYCLE-STATE.
           MOVE 0 TO WS-LAST-CYCLE-DATE.
           MOVE 1 TO WS-CYCLE-CLOSED.
           MOVE 0 TO WS-CYCLE-EOF.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CY-FILE-STATUS NOT = "35"
               PERFORM 804-READ-CYCLE-RECORD UNTIL WS-CYCLE-EOF = 1
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           IF WS-CYCLE-CLOSED = 1
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
               IF WS-CYCLE-DATE NOT = WS-LAST-CYCLE-DATE
                   PERFORM 805-CLEAR-STEP-EVENTS
               END-IF
           ELSE
               MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF.

       804-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-CYCLE-EOF
               NOT AT END
                   IF CY-BUSINESS-DATE NOT = WS-LAST-CYCLE-DATE
                       PERFORM 805-CLEAR-STEP-EVENTS
                       MOVE CY-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
                   END-IF
                   IF CY-STEP-NUMBER = 0
                       MOVE 1 TO WS-CYCLE-CLOSED
                   ELSE
                       MOVE 0 TO WS-CYCLE-CLOSED
                       MOVE CY-EVENT
                           TO WS-CYC-LAST-EVENT (CY-STEP-NUMBER)
                   END-IF
           END-READ.

       805-CLEAR-STEP-EVENTS.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > 9
               MOVE SPACE TO WS-CYC-LAST-EVENT (WS-CYCLE-IDX)
           END-PERFORM.

      *> A failed step may simply be run again; that is the restart.
      *> A start with no end means the step died part-way or is still
      *> running somewhere else, and only the operator can tell which.
       806-CHECK-STEP-READY.
           IF WS-CYCLE-CLOSED = 1
               AND WS-CYCLE-DATE = WS-LAST-CYCLE-DATE
               DISPLAY "The batch cycle for " WS-CYCLE-DATE
                   " has already ended; " WS-STEP-NAME " not run."
               MOVE 0 TO WS-STEP-ALLOWED
           ELSE
               PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                       UNTIL WS-PREREQ-SUB > 8
                   MOVE WS-CYC-PREREQ (WS-STEP-NUMBER, WS-PREREQ-SUB)
                       TO WS-PREREQ-STEP
                   IF WS-PREREQ-STEP > 0
                       AND WS-CYC-LAST-EVENT (WS-PREREQ-STEP) NOT = "C"
                       PERFORM 807-SHOW-PREREQ-STATE
                   END-IF
               END-PERFORM
               IF WS-STEP-ALLOWED = 1
                   EVALUATE WS-CYC-LAST-EVENT (WS-STEP-NUMBER)
                       WHEN "C"
                           DISPLAY WS-STEP-NAME " has already "
                               "completed for " WS-CYCLE-DATE "."
                           MOVE 0 TO WS-STEP-ALLOWED
                       WHEN "S"
                           PERFORM 808-CONFIRM-RERUN
                       WHEN "F"
                           DISPLAY "Restarting " WS-STEP-NAME
                               " for " WS-CYCLE-DATE "."
                   END-EVALUATE
               END-IF
           END-IF.

       807-SHOW-PREREQ-STATE.
           IF WS-STEP-ALLOWED = 1
               DISPLAY "BATCH CYCLE " WS-CYCLE-DATE ": " WS-STEP-NAME
                   " CANNOT START."
               MOVE 0 TO WS-STEP-ALLOWED
           END-IF.
           EVALUATE WS-CYC-LAST-EVENT (WS-PREREQ-STEP)
               WHEN "S"
                   MOVE "has started but not ended" TO WS-PREREQ-STATE
               WHEN "F"
                   MOVE "failed" TO WS-PREREQ-STATE
               WHEN OTHER
                   MOVE "has not run" TO WS-PREREQ-STATE
           END-EVALUATE.
           DISPLAY "  Prerequisite step " WS-PREREQ-STEP " "
               WS-CYC-STEP-NAME (WS-PREREQ-STEP) " "
               WS-PREREQ-STATE.

       808-CONFIRM-RERUN.
           DISPLAY WS-STEP-NAME " started for " WS-CYCLE-DATE
               " but recorded no end.".
           DISPLAY "Run it again now? (Y/N): ".
           ACCEPT WS-RERUN-REPLY.
           IF WS-RERUN-REPLY NOT = "Y" AND WS-RERUN-REPLY NOT = "y"
               MOVE 0 TO WS-STEP-ALLOWED
               DISPLAY WS-STEP-NAME " not run."
           END-IF.

      *> The step is presumed to complete; the step itself marks a
      *> failure before the end record is written.
       810-WRITE-STEP-START.
           MOVE "C" TO WS-STEP-RESULT.
           IF WS-STEP-NUMBER > 0
               MOVE "S" TO CY-EVENT
               MOVE 0 TO CY-READ-COUNT
               MOVE 0 TO CY-WRITTEN-COUNT
               MOVE 0 TO CY-ERROR-COUNT
               PERFORM 812-APPEND-STEP-RECORD
           END-IF.

       811-WRITE-STEP-END.
           IF WS-STEP-NUMBER > 0
               MOVE WS-STEP-RESULT TO CY-EVENT
               MOVE WS-STEP-READ-COUNT TO CY-READ-COUNT
               MOVE WS-STEP-WRITTEN-COUNT TO CY-WRITTEN-COUNT
               MOVE WS-STEP-ERROR-COUNT TO CY-ERROR-COUNT
               PERFORM 812-APPEND-STEP-RECORD
               IF WS-STEP-RESULT = "C"
                   PERFORM 813-CHECK-CYCLE-COMPLETE
               ELSE
                   DISPLAY "BATCH CYCLE " WS-CYCLE-DATE ": "
                       WS-STEP-NAME " FAILED. Correct the cause and "
                       "rerun it to restart the cycle."
               END-IF
           END-IF.

       812-APPEND-STEP-RECORD.
           MOVE WS-STEP-NUMBER TO CY-STEP-NUMBER.
           MOVE WS-STEP-NAME TO CY-STEP-NAME.
           MOVE CY-EVENT TO WS-CYC-LAST-EVENT (WS-STEP-NUMBER).
           PERFORM 815-APPEND-CYCLE-RECORD.

      *> Once every step on the table has completed for the date the
      *> cycle-end record releases the master for online update.
       813-CHECK-CYCLE-COMPLETE.
           MOVE 1 TO WS-ALL-STEPS-DONE.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > WS-STEP-COUNT
               IF WS-CYC-STEP-NAME (WS-CYCLE-IDX) NOT = SPACES
                   AND WS-CYC-LAST-EVENT (WS-CYCLE-IDX) NOT = "C"
                   MOVE 0 TO WS-ALL-STEPS-DONE
               END-IF
           END-PERFORM.
           IF WS-ALL-STEPS-DONE = 1
               MOVE 0 TO CY-STEP-NUMBER
               MOVE "CYCLE-END" TO CY-STEP-NAME
               MOVE "C" TO CY-EVENT
               MOVE 0 TO CY-READ-COUNT
               MOVE 0 TO CY-WRITTEN-COUNT
               MOVE 0 TO CY-ERROR-COUNT
               PERFORM 815-APPEND-CYCLE-RECORD
               DISPLAY "BATCH CYCLE " WS-CYCLE-DATE " COMPLETE. The "
                   "employee master is released for update."
           END-IF.

       815-APPEND-CYCLE-RECORD.
           MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
           ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-EVENT-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO CY-OPERATOR-ID.
           OPEN EXTEND CYCLE-CONTROL-FILE.        *> Append to the cycle control if it exists.
           IF WS-CY-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL-FILE     *> First run: create the cycle control.
           END-IF.
           WRITE CY-CYCLE-RECORD.
           CLOSE CYCLE-CONTROL-FILE.

       END PROGRAM PENDING-ACT-POST.
