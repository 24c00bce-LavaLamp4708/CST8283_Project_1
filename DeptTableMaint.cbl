           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
               10 AL-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 AL-BEFORE-STATUS-DATE PIC X(8).
               10 AL-BEFORE-POSITION-CODE PIC X(4).
               10 AL-BEFORE-SUPERVISOR-ID PIC X(6).
           05 AL-AFTER-RECORD.
               10 AL-AFTER-EMPLOYEE-ID PIC X(6).
               10 AL-AFTER-DEPARTMENT-CODE PIC X(3).
               10 AL-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 AL-AFTER-STATUS-DATE PIC X(8).
               10 AL-AFTER-POSITION-CODE PIC X(4).
               10 AL-AFTER-SUPERVISOR-ID PIC X(6).
           05 AL-OPERATOR-ID PIC X(4).

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
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-CYCLE-EOF PIC 9(1) VALUE 0.          *> End of the cycle control.
       01 WS-CYCLE-RUNNING PIC 9(1) VALUE 0.      *> Indicator that the nightly batch cycle is running.
       01 WS-CYCLE-DATE PIC 9(8) VALUE 0.         *> Business date of the running cycle.
       01 WS-CYCLE-STEP-NAME PIC X(16) VALUE SPACES. *> Last step recorded by the running cycle.
       01 WS-CYCLE-EVENT-TEXT PIC X(20) VALUE SPACES. *> What the last step recorded, for the operator.

       PROCEDURE DIVISION.
       100-DEPT-TABLE-MAINT.
           PERFORM 200-LOAD-DEPARTMENT-TABLE.
       400-MENU-LOOP.
           PERFORM 401-DISPLAY-MENU.
           PERFORM 402-ACCEPT-MENU-CHOICE.
      *> The nightly steps read the department table and the master;
      *> neither is changed under them while the cycle is running.
           MOVE 0 TO WS-CYCLE-RUNNING.
           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 3
               PERFORM 800-CHECK-BATCH-CYCLE
           END-IF.
           IF WS-CYCLE-RUNNING = 0
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM 410-ADD-DEPARTMENT
                   WHEN 2 PERFORM 420-RENAME-DEPARTMENT
                   WHEN 3 PERFORM 430-DEACTIVATE-DEPARTMENT
                   WHEN 4 PERFORM 440-LIST-DEPARTMENTS
                   WHEN 5 CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection. Choose 1-5."
               END-EVALUATE
           END-IF.

       401-DISPLAY-MENU.
           DISPLAY SPACES
       612-CLOSE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.

      *> While the nightly batch cycle is running its steps own the
      *> employee master.  The cycle is running when the last record
      *> on the cycle control is a step record rather than the
      *> cycle-end record.
       800-CHECK-BATCH-CYCLE.
           MOVE 0 TO WS-CYCLE-RUNNING.
           MOVE 0 TO WS-CYCLE-EOF.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CY-FILE-STATUS NOT = "35"
               PERFORM 801-READ-CYCLE-RECORD UNTIL WS-CYCLE-EOF = 1
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           IF WS-CYCLE-RUNNING = 1
               DISPLAY "The nightly batch cycle for " WS-CYCLE-DATE
                   " is running."
               DISPLAY "Last step recorded: " WS-CYCLE-STEP-NAME " "
                   WS-CYCLE-EVENT-TEXT
               DISPLAY "Department table changes are refused until"
               DISPLAY "the cycle completes. Listing is available."
           END-IF.

       801-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-CYCLE-EOF
               NOT AT END
                   IF CY-STEP-NUMBER = 0
                       MOVE 0 TO WS-CYCLE-RUNNING
                   ELSE
                       MOVE 1 TO WS-CYCLE-RUNNING
                       MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
                       MOVE CY-STEP-NAME TO WS-CYCLE-STEP-NAME
                       EVALUATE CY-EVENT
                           WHEN "S"
                               MOVE "started" TO WS-CYCLE-EVENT-TEXT
                           WHEN "C"
                               MOVE "completed" TO WS-CYCLE-EVENT-TEXT
                           WHEN OTHER
                               MOVE "FAILED" TO WS-CYCLE-EVENT-TEXT
                       END-EVALUATE
                   END-IF
           END-READ.

       END PROGRAM DEPT-TABLE-MAINT.
