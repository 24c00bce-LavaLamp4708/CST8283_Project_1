           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-FILE-STATUS.

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

       FD SNAPSHOT-HISTORY-FILE.
       01 SN-SNAPSHOT-RECORD.
           05 SN-TERM-COUNT PIC 9(5).
           05 SN-AVG-YOS PIC 9(3)V99.

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
               10 WS-SUM-TERM-COUNT PIC 9(5) VALUE 0.
               10 WS-SUM-TOTAL-YOS PIC 9(7) VALUE 0.

       01 WS-CS-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-STEP-FILE.
       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-CYCLE-EOF PIC 9(1) VALUE 0.          *> End of the cycle step table or cycle control.
       01 WS-STEP-NAME PIC X(16) VALUE "DEPT-SNAPSHOT". *> This program's name on the cycle step table.
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

       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 9 TIMES INDEXED BY WS-CYCLE-IDX.
               10 WS-CYC-STEP-NAME PIC X(16).
               10 WS-CYC-PREREQUISITES.
                   15 WS-CYC-PREREQ PIC 9(1) OCCURS 8 TIMES.
               10 WS-CYC-LAST-EVENT PIC X(1).

       PROCEDURE DIVISION.
       100-DEPT-SNAPSHOT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 800-CHECK-BATCH-CYCLE.
           IF WS-STEP-ALLOWED = 1
               PERFORM 810-WRITE-STEP-START
               PERFORM 200-SUMMARIZE-EMPLOYEES
               IF WS-SUM-COUNT = 0
                   DISPLAY "No employee records to snapshot."
               ELSE
                   PERFORM 300-APPEND-SNAPSHOT-RECORDS
                   PERFORM 400-PRINT-SNAPSHOT-TOTALS
               END-IF
               MOVE WS-RECORD-COUNT TO WS-STEP-READ-COUNT
               MOVE WS-SNAP-WRITTEN TO WS-STEP-WRITTEN-COUNT
               PERFORM 811-WRITE-STEP-END
           END-IF.
           STOP RUN.

           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
               MOVE "F" TO WS-STEP-RESULT
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM 210-READ-AND-ACCUMULATE UNTIL WS-EOF = 1
           DISPLAY "Departments snapshotted:  " WS-SNAP-WRITTEN.
           DISPLAY "Appended to DeptSnapshotHistory.txt.".

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
           MOVE SPACES TO CY-OPERATOR-ID.
           OPEN EXTEND CYCLE-CONTROL-FILE.        *> Append to the cycle control if it exists.
           IF WS-CY-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL-FILE     *> First run: create the cycle control.
           END-IF.
           WRITE CY-CYCLE-RECORD.
           CLOSE CYCLE-CONTROL-FILE.

       END PROGRAM DEPT-SNAPSHOT.
