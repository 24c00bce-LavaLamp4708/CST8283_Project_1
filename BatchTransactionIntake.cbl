           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CK-FILE-STATUS.

           SELECT ESTABLISHMENT-FILE
           ASSIGN TO "Establishment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EST-FILE-STATUS.

           SELECT TERM-REASON-FILE
           ASSIGN TO "TermReason.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT TERM-HISTORY-FILE
           ASSIGN TO "TerminationHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT PROBATION-PERIOD-FILE
           ASSIGN TO "ProbationPeriod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT PROBATION-FILE
           ASSIGN TO "Probation.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-EMPLOYEE-ID
           FILE STATUS IS WS-PB-FILE-STATUS.

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

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 TX-EMPLOYMENT-STATUS PIC X(1).
           05 TX-STATUS-DATE PIC X(8).
           05 TX-POSITION-CODE PIC X(4).
           05 TX-SUPERVISOR-ID PIC X(6).
           05 TX-EST-OVERRIDE PIC X(1).
           05 TX-TERM-REASON PIC X(2).
           05 TX-REHIRE-OVERRIDE PIC X(1).

       FD ERROR-REPORT-FILE.
       01 ER-ERROR-RECORD.
           05 FILLER PIC X(1).
           05 ER-REASON-TEXT PIC X(32).
           05 FILLER PIC X(1).
           05 ER-TRANSACTION-IMAGE PIC X(83).

       FD TRANSFER-HISTORY-FILE.
       01 TH-TRANSFER-RECORD.
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

       FD RUN-CONTROL-FILE.
       01 CK-CHECKPOINT-RECORD.
           05 CK-LAST-POSTED-READ PIC 9(5).

       FD ESTABLISHMENT-FILE.
       01 FS-ESTABLISHMENT-RECORD.
           05 FS-EST-DEPT-CODE PIC 9(3).
           05 FS-EST-POS-CODE PIC 9(4).
           05 FS-EST-AUTHORIZED PIC 9(4).

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

       FD PROBATION-PERIOD-FILE.
       01 FS-PROBATION-PERIOD-RECORD.
           05 FS-PP-GRADE PIC 9(1).
           05 FS-PP-MONTHS PIC 9(2).

       FD PROBATION-FILE.
       01 PB-PROBATION-RECORD.
           05 PB-EMPLOYEE-ID PIC 9(6).
           05 PB-START-DATE PIC 9(8).
           05 PB-ORIGINAL-END-DATE PIC 9(8).
           05 PB-END-DATE PIC 9(8).
           05 PB-OUTCOME PIC X(1).
           05 PB-DECISION-DATE PIC 9(8).
           05 PB-OPERATOR-ID PIC X(4).

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
       01 WS-POSITION-FILE-STATUS PIC XX VALUE SPACES. *> File status for POSITION-FILE.
       01 WS-POSITION-COUNT PIC 9(3) VALUE 0.     *> Number of position master entries loaded.
       01 WS-POS-VALID PIC 9(1) VALUE 0.          *> Indicator that the position code is on the master table.
       01 WS-SUP-VALID PIC 9(1) VALUE 0.          *> Indicator that the supervisor ID is acceptable.
       01 WS-SUP-LOOP PIC 9(1) VALUE 0.           *> Indicator that the supervisor's reporting line leads back to the employee.
       01 WS-SUP-CHAIN-ID PIC 9(6) VALUE 0.       *> Employee reached while walking up the reporting line.
       01 WS-SUP-HOPS PIC 9(4) VALUE 0.           *> Levels walked up the reporting line.
       01 WS-EST-FILE-STATUS PIC XX VALUE SPACES. *> File status for ESTABLISHMENT-FILE.
       01 WS-EST-COUNT PIC 9(3) VALUE 0.          *> Number of establishment cells loaded.
       01 WS-EST-AUTHORIZED PIC 9(4) VALUE 0.     *> Authorized headcount for the department/position being filled.
       01 WS-EST-FILLED PIC 9(4) VALUE 0.         *> Active and on-leave employees already in that cell.
       01 WS-EST-TAKES-SEAT PIC 9(1) VALUE 0.     *> Indicator that the transaction puts someone into the cell.
       01 WS-EST-NEW-STATUS PIC X(1) VALUE SPACE. *> Status the record will have once the transaction posts.
       01 WS-EST-OVERRIDDEN PIC 9(1) VALUE 0.     *> Indicator that a senior operator's override was used.
       01 WS-EST-EOF PIC 9(1) VALUE 0.            *> End of the department's records while counting a cell.
       01 WS-TR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-REASON-FILE.
       01 WS-TM-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-HISTORY-FILE.
       01 WS-TR-COUNT PIC 9(3) VALUE 0.           *> Number of termination reason entries loaded.
       01 WS-TR-VALID PIC 9(1) VALUE 0.           *> Indicator that the transaction's reason code is on the table.
       01 WS-TERM-REASON PIC 9(2) VALUE 0.        *> Reason code carried by a terminating transaction.
       01 WS-TM-EOF PIC 9(1) VALUE 0.             *> End-of-file indicator for the termination history scan.
       01 WS-LAST-TERM-REASON PIC 9(2) VALUE 0.   *> Reason on the employee's latest termination; 0 if none on file.
       01 WS-LAST-TERM-DATE PIC 9(8) VALUE 0.     *> Date of that latest termination.
       01 WS-REHIRE-OVERRIDDEN PIC 9(1) VALUE 0.  *> Indicator that a senior operator's rehire override was used.

       01 WS-BEFORE-RECORD.
           05 WS-BEFORE-EMPLOYEE-ID PIC 9(6).
           05 WS-BEFORE-EMPLOYMENT-STATUS PIC X(1).
           05 WS-BEFORE-STATUS-DATE PIC 9(8).
           05 WS-BEFORE-POSITION-CODE PIC 9(4).
           05 WS-BEFORE-SUPERVISOR-ID PIC 9(6).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-STAT-MM PIC 9(2).
               10 WS-STAT-DD PIC 9(2).
           05 WS-POSITION-CODE PIC 9(4).
           05 WS-SUPERVISOR-ID PIC 9(6).

       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 50 TIMES
               10 WS-POS-TITLE PIC X(20).
               10 WS-POS-GRADE PIC 9(1).

       01 WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 500 TIMES INDEXED BY WS-EST-IDX.
               10 WS-EST-DEPT-CODE PIC 9(3).
               10 WS-EST-POS-CODE PIC 9(4).
               10 WS-EST-AUTH-COUNT PIC 9(4).

       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 50 TIMES INDEXED BY WS-TR-IDX.
               10 WS-TR-CODE PIC 9(2).
               10 WS-TR-DESCRIPTION PIC X(20).
               10 WS-TR-GROUP PIC X(1).
               10 WS-TR-REHIRE PIC X(1).

       01 WS-PP-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PROBATION-PERIOD-FILE.
       01 WS-PB-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PROBATION-FILE.
       01 WS-PP-COUNT PIC 9(2) VALUE 0.           *> Number of probation period entries loaded.
       01 WS-PROBATION-COUNT PIC 9(5) VALUE 0.    *> Number of probations started by this run.
       01 WS-PROB-PERIOD-FOUND PIC 9(1) VALUE 0.  *> Indicator that the position's grade has a probation period.
       01 WS-PROB-MONTHS PIC 9(2) VALUE 0.        *> Probation length in months for the grade.
       01 WS-PROB-GRADE PIC 9(1) VALUE 0.         *> Grade of the position the probation is served in.
       01 WS-PROB-START-DATE PIC 9(8) VALUE 0.    *> First day of the probation period.
       01 WS-PROB-MONTH-TOTAL PIC 9(4) VALUE 0.   *> Months from January of the start year to the end.
       01 WS-PROB-YEARS PIC 9(3) VALUE 0.         *> Whole years in those months.
       01 WS-PROB-MONTH-REM PIC 9(2) VALUE 0.     *> Months left over after the whole years.
       01 WS-PROB-END-DATE PIC 9(8) VALUE 0.      *> Last day of the probation period.
       01 WS-PROB-END-BREAKDOWN REDEFINES WS-PROB-END-DATE.
           05 WS-PROB-END-YYYY PIC 9(4).
           05 WS-PROB-END-MM PIC 9(2).
           05 WS-PROB-END-DD PIC 9(2).

       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 10 TIMES INDEXED BY WS-PP-IDX.
               10 WS-PP-GRADE PIC 9(1).
               10 WS-PP-MONTHS PIC 9(2).

       01 WS-CS-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-STEP-FILE.
       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-CYCLE-EOF PIC 9(1) VALUE 0.          *> End of the cycle step table or cycle control.
       01 WS-STEP-NAME PIC X(16) VALUE "BATCH-TXN-INTAKE". *> This program's name on the cycle step table.
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
       100-BATCH-TXN-INTAKE.
           PERFORM 200-LOAD-DEPARTMENT-TABLE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           PERFORM 206-LOAD-POSITION-TABLE.
           PERFORM 207-LOAD-ESTABLISHMENT-TABLE.
           PERFORM 208-LOAD-TERM-REASON-TABLE.
           PERFORM 209-LOAD-PROBATION-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 210-OPERATOR-SIGN-ON
      *> The intake is the last step of the nightly cycle; while the
      *> earlier steps are still running it leaves the master alone.
               PERFORM 800-CHECK-BATCH-CYCLE
               IF WS-STEP-ALLOWED = 1
                   PERFORM 810-WRITE-STEP-START
                   PERFORM 230-RUN-INTAKE
                   MOVE WS-READ-COUNT TO WS-STEP-READ-COUNT
                   MOVE WS-POSTED-COUNT TO WS-STEP-WRITTEN-COUNT
                   MOVE WS-REJECT-COUNT TO WS-STEP-ERROR-COUNT
                   PERFORM 811-WRITE-STEP-END
               ELSE
                   DISPLAY "The employee master was not opened for "
                       "update."
               END-IF
           END-IF.
           STOP RUN.
           END-IF.
           MOVE 0 TO WS-EOF.

      *> The establishment holds Finance's authorized headcount per
      *> department and position.  With no establishment file on
      *> hand there is nothing to hold hires and moves against.
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

      *> Terminations are checked against the same reason table the
      *> interactive program uses.
       208-LOAD-TERM-REASON-TABLE.
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

      *> The probation period table gives the months a new hire or
      *> rehire serves in each grade.  A grade not on it, or no table
      *> at all, starts no probation.
       209-LOAD-PROBATION-TABLE.
           MOVE 0 TO WS-PP-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PROBATION-PERIOD-FILE.
           IF WS-PP-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ PROBATION-PERIOD-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PP-COUNT < 10
                               ADD 1 TO WS-PP-COUNT
                               MOVE FS-PP-GRADE
                                   TO WS-PP-GRADE (WS-PP-COUNT)
                               MOVE FS-PP-MONTHS
                                   TO WS-PP-MONTHS (WS-PP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROBATION-PERIOD-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> Every audit entry is stamped with the operator who ran the
      *> batch, so the sign-on is validated before any posting starts.
       210-OPERATOR-SIGN-ON.
               END-IF
           END-PERFORM.

      *> A night with no transaction file has nothing to post and the
      *> step completes; a file already posted, or a run the operator
      *> stops, fails the step so the cycle shows where to restart.
       230-RUN-INTAKE.
           PERFORM 240-FINGERPRINT-TXN-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               DISPLAY "No transaction file to process."
           ELSE
               PERFORM 250-CHECK-RUN-CONTROL
               IF WS-RUN-ABANDONED = 0
                   PERFORM 270-WRITE-RUN-START
                   PERFORM 300-OPEN-FILES
                   PERFORM 400-PROCESS-TRANSACTIONS
                       UNTIL WS-EOF = 1
                   PERFORM 310-CLOSE-FILES
                   PERFORM 280-WRITE-RUN-END
                   PERFORM 500-PRINT-RUN-TOTALS
               ELSE
                   MOVE "F" TO WS-STEP-RESULT
               END-IF
           END-IF.

      *> A count and ID-sum fingerprint identifies the transaction
      *> file to the run control, the same control-total idea the
      *> file utility uses to prove a rebuild.
           MOVE TX-YEARS-OF-SERVICE TO WS-YEARS-OF-SERVICE.
           MOVE TX-HIRE-DATE TO WS-HIRE-DATE.
           MOVE TX-POSITION-CODE TO WS-POSITION-CODE.
      *> Blank supervisor columns on an add mean no supervisor yet;
      *> on an update they keep the record's current supervisor,
      *> which 450-POST-UPDATE carries forward after the read.
           IF TX-SUPERVISOR-ID = SPACES
               MOVE ZEROS TO WS-SUPERVISOR-ID
           ELSE
               MOVE TX-SUPERVISOR-ID TO WS-SUPERVISOR-ID
           END-IF.
      *> An add with blank status columns defaults to active as of
      *> the hire date, the same as an interactive add.  A blank
      *> status on an update means keep the record's current status;
           IF WS-TXN-VALID = 1
               PERFORM 431-CHECK-ID-ON-FILE
           END-IF.
           MOVE 0 TO WS-REHIRE-OVERRIDDEN.
           IF WS-TXN-VALID = 1 AND TX-ACTION-CODE NOT = "A"
               PERFORM 434-CHECK-TERM-AND-REHIRE
           END-IF.
           IF WS-TXN-VALID = 1 AND TX-ACTION-CODE NOT = "D"
               PERFORM 432-CHECK-FIELD-RULES
           END-IF.
                   OR TX-YEARS-OF-SERVICE IS NOT NUMERIC
                   OR TX-HIRE-DATE IS NOT NUMERIC
                   OR TX-POSITION-CODE IS NOT NUMERIC
                   OR (TX-SUPERVISOR-ID NOT = SPACES
                       AND TX-SUPERVISOR-ID IS NOT NUMERIC)
                   MOVE "E10" TO WS-REJECT-REASON-CODE
                   MOVE "NUMERIC FIELD NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.

      *> A termination, by "D" or by an update to status T, must carry
      *> a reason code from the reason table.  An update taking a
      *> terminated record back to active is a rehire, refused when
      *> the latest termination's reason is not eligible for rehire
      *> unless the transaction carries the rehire override flag and
      *> a senior operator ran the batch.  The record area still
      *> holds the on-file image from the ID check.  A "D" against a
      *> record already terminated is refused, so one termination
      *> never leaves two history entries.
       434-CHECK-TERM-AND-REHIRE.
           IF TX-ACTION-CODE = "D" AND FS-EMPLOYMENT-STATUS = "T"
               MOVE "E21" TO WS-REJECT-REASON-CODE
               MOVE "EMPLOYEE ALREADY TERMINATED"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               AND (TX-ACTION-CODE = "D"
                   OR (TX-EMPLOYMENT-STATUS = "T"
                       AND FS-EMPLOYMENT-STATUS NOT = "T"))
               MOVE 0 TO WS-TR-VALID
               IF TX-TERM-REASON IS NUMERIC
                   MOVE TX-TERM-REASON TO WS-TERM-REASON
                   PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                           UNTIL WS-TR-IDX > WS-TR-COUNT
                       IF WS-TERM-REASON = WS-TR-CODE (WS-TR-IDX)
                           MOVE 1 TO WS-TR-VALID
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-TR-VALID = 0
                   MOVE "E19" TO WS-REJECT-REASON-CODE
                   MOVE "TERMINATION REASON NOT ON TABLE"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1 AND TX-ACTION-CODE = "U"
               AND FS-EMPLOYMENT-STATUS = "T"
               AND TX-EMPLOYMENT-STATUS = "A"
               PERFORM 435-FIND-LAST-TERMINATION
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-LAST-TERM-REASON NOT = 0
                       AND WS-LAST-TERM-REASON = WS-TR-CODE (WS-TR-IDX)
                       AND WS-TR-REHIRE (WS-TR-IDX) = "N"
                       PERFORM 437-RESOLVE-NOT-ELIGIBLE
                   END-IF
               END-PERFORM
           END-IF.

       435-FIND-LAST-TERMINATION.
           MOVE 0 TO WS-LAST-TERM-DATE.
           MOVE 0 TO WS-LAST-TERM-REASON.
           MOVE 0 TO WS-TM-EOF.
           OPEN INPUT TERM-HISTORY-FILE.
           IF WS-TM-FILE-STATUS NOT = "35"
               PERFORM 436-READ-TERM-HISTORY UNTIL WS-TM-EOF = 1
               CLOSE TERM-HISTORY-FILE
           END-IF.

       436-READ-TERM-HISTORY.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-TM-EOF
               NOT AT END
                   IF TM-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND TM-TERM-DATE >= WS-LAST-TERM-DATE
                       MOVE TM-TERM-DATE TO WS-LAST-TERM-DATE
                       MOVE TM-REASON-CODE TO WS-LAST-TERM-REASON
                   END-IF
           END-READ.

       437-RESOLVE-NOT-ELIGIBLE.
           IF TX-REHIRE-OVERRIDE NOT = "Y"
               MOVE "E20" TO WS-REJECT-REASON-CODE
               MOVE "NOT ELIGIBLE FOR REHIRE" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           ELSE
               IF WS-OPERATOR-LEVEL NOT = "S"
                   MOVE "E13" TO WS-REJECT-REASON-CODE
                   MOVE "OPERATOR NOT AUTHORIZED"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               ELSE
                   MOVE 1 TO WS-REHIRE-OVERRIDDEN
               END-IF
           END-IF.

       432-CHECK-FIELD-RULES.
           PERFORM 322-CHECK-DEPT-CODE.
           IF WS-DEPT-VALID = 0
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           MOVE 0 TO WS-EST-OVERRIDDEN.
           IF WS-TXN-VALID = 1
               PERFORM 370-CHECK-ESTABLISHMENT
           END-IF.
           IF WS-TXN-VALID = 1 AND TX-SUPERVISOR-ID NOT = SPACES
               PERFORM 363-CHECK-SUPERVISOR-ID
               IF WS-SUP-LOOP = 1
                   MOVE "E17" TO WS-REJECT-REASON-CODE
                   MOVE "SUPERVISOR WOULD FORM A LOOP"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               ELSE
                   IF WS-SUP-VALID = 0
                       MOVE "E16" TO WS-REJECT-REASON-CODE
                       MOVE "SUPERVISOR NOT ACTIVE ON FILE"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-FIRST-NAME = SPACES
               MOVE "E05" TO WS-REJECT-REASON-CODE
               MOVE "FIRST NAME IS BLANK" TO WS-REJECT-REASON-TEXT
               END-IF
           END-PERFORM.

      *> A supervisor must be an active employee on the master, and
      *> walking up the reporting line from them must never arrive
      *> back at the employee being maintained.  Zero means the
      *> employee reports to no one (the top of a tree).
       363-CHECK-SUPERVISOR-ID.
           MOVE 0 TO WS-SUP-VALID.
           MOVE 0 TO WS-SUP-LOOP.
           IF WS-SUPERVISOR-ID = 0
               MOVE 1 TO WS-SUP-VALID
           ELSE
               MOVE WS-SUPERVISOR-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       MOVE 0 TO WS-SUP-VALID
                   NOT INVALID KEY
                       IF FS-EMPLOYMENT-STATUS = "A"
                           MOVE 1 TO WS-SUP-VALID
                       END-IF
               END-READ
               IF WS-SUP-VALID = 1
                   PERFORM 364-WALK-SUPERVISOR-CHAIN
               END-IF
           END-IF.

      *> The walk stops at the top of the tree or at a supervisor no
      *> longer on file.  A line longer than any real hierarchy can
      *> only be an existing loop above this employee, which is
      *> refused the same way.
       364-WALK-SUPERVISOR-CHAIN.
           MOVE WS-SUPERVISOR-ID TO WS-SUP-CHAIN-ID.
           MOVE 0 TO WS-SUP-HOPS.
           PERFORM UNTIL WS-SUP-CHAIN-ID = 0 OR WS-SUP-LOOP = 1
               IF WS-SUP-CHAIN-ID = WS-EMPLOYEE-ID
                   OR WS-SUP-HOPS > 999
                   MOVE 1 TO WS-SUP-LOOP
                   MOVE 0 TO WS-SUP-VALID
               ELSE
                   ADD 1 TO WS-SUP-HOPS
                   MOVE WS-SUP-CHAIN-ID TO FS-EMPLOYEE-ID
                   READ EMPLOYEE-RECORD-FILE
                       INVALID KEY
                           MOVE 0 TO WS-SUP-CHAIN-ID
                       NOT INVALID KEY
                           MOVE FS-SUPERVISOR-ID TO WS-SUP-CHAIN-ID
                   END-READ
               END-IF
           END-PERFORM.

      *> Only a transaction that puts someone into a cell is held to
      *> the establishment: an add, a rehire by update, or a move to
      *> another department or position, ending active or on leave.
      *> This runs before any other lookup, while the record area
      *> still holds the update's on-file image from the ID check.
      *> An over-strength cell is rejected unless the transaction
      *> carries the override flag and a senior operator ran the batch.
       370-CHECK-ESTABLISHMENT.
           MOVE 0 TO WS-EST-TAKES-SEAT.
           MOVE WS-EMPLOYMENT-STATUS TO WS-EST-NEW-STATUS.
           IF TX-ACTION-CODE = "U" AND TX-EMPLOYMENT-STATUS = SPACE
               MOVE FS-EMPLOYMENT-STATUS TO WS-EST-NEW-STATUS
           END-IF.
           IF WS-EST-COUNT > 0
               AND (WS-EST-NEW-STATUS = "A" OR WS-EST-NEW-STATUS = "L")
               IF TX-ACTION-CODE = "A"
                   MOVE 1 TO WS-EST-TAKES-SEAT
               ELSE
                   IF FS-EMPLOYMENT-STATUS = "T"
                       OR FS-DEPARTMENT-CODE NOT = WS-DEPARTMENT-CODE
                       OR FS-POSITION-CODE NOT = WS-POSITION-CODE
                       MOVE 1 TO WS-EST-TAKES-SEAT
                   END-IF
               END-IF
           END-IF.
           IF WS-EST-TAKES-SEAT = 1
               PERFORM 371-FIND-AUTHORIZED-COUNT
               PERFORM 372-COUNT-CELL-OCCUPANTS
               IF WS-EST-FILLED >= WS-EST-AUTHORIZED
                   IF TX-EST-OVERRIDE NOT = "Y"
                       MOVE "E18" TO WS-REJECT-REASON-CODE
                       MOVE "AUTHORIZED HEADCOUNT EXCEEDED"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   ELSE
                       IF WS-OPERATOR-LEVEL NOT = "S"
                           MOVE "E13" TO WS-REJECT-REASON-CODE
                           MOVE "OPERATOR NOT AUTHORIZED"
                               TO WS-REJECT-REASON-TEXT
                           MOVE 0 TO WS-TXN-VALID
                       ELSE
                           MOVE 1 TO WS-EST-OVERRIDDEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A cell with no entry in the establishment has no seats.
       371-FIND-AUTHORIZED-COUNT.
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
       372-COUNT-CELL-OCCUPANTS.
           MOVE 0 TO WS-EST-FILLED.
           MOVE 0 TO WS-EST-EOF.
           MOVE WS-DEPARTMENT-CODE TO FS-DEPARTMENT-CODE.
           START EMPLOYEE-RECORD-FILE
               KEY = FS-DEPARTMENT-CODE
               INVALID KEY
                   MOVE 1 TO WS-EST-EOF
           END-START.
           PERFORM 373-COUNT-NEXT-IN-DEPT UNTIL WS-EST-EOF = 1.

       373-COUNT-NEXT-IN-DEPT.
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

      *> Like the interactive effective date, a status date may be
      *> in the future (an announced termination), so no future check.
       334-CHECK-STATUS-DATE-VALID.
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 600-LOG-ADD-TRANSACTION
                   IF WS-EST-OVERRIDDEN = 1
                       PERFORM 603-LOG-EST-OVERRIDE
                   END-IF
                   IF WS-EMPLOYMENT-STATUS NOT = "T"
                       MOVE WS-HIRE-DATE TO WS-PROB-START-DATE
                       PERFORM 670-START-PROBATION
                   END-IF
                   PERFORM 650-WRITE-CHECKPOINT
           END-WRITE.

                           TO WS-EMPLOYMENT-STATUS
                       MOVE FS-STATUS-DATE TO WS-STATUS-DATE
                   END-IF
                   IF TX-SUPERVISOR-ID = SPACES
                       MOVE FS-SUPERVISOR-ID TO WS-SUPERVISOR-ID
                   END-IF
                   IF FS-EMPLOYMENT-STATUS = "L"
                       AND WS-EMPLOYMENT-STATUS NOT = "L"
      *> Taking a record off leave here would strand its open leave
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 601-LOG-UPDATE-TRANSACTION
                   IF WS-EST-OVERRIDDEN = 1
                       PERFORM 603-LOG-EST-OVERRIDE
                   END-IF
                   IF WS-REHIRE-OVERRIDDEN = 1
                       PERFORM 604-LOG-REHIRE-OVERRIDE
                   END-IF
                   IF WS-EMPLOYMENT-STATUS = "T"
                       AND WS-BEFORE-EMPLOYMENT-STATUS NOT = "T"
                       PERFORM 660-WRITE-TERM-HISTORY
                   END-IF
                   IF WS-BEFORE-DEPARTMENT-CODE
                       NOT = WS-DEPARTMENT-CODE
                       PERFORM 620-WRITE-TRANSFER-RECORD
                   END-IF
      *> A rehire serves a fresh probation from the status date, the
      *> same as one keyed online.
                   IF WS-EMPLOYMENT-STATUS = "A"
                       AND WS-BEFORE-EMPLOYMENT-STATUS = "T"
                       MOVE WS-STATUS-DATE TO WS-PROB-START-DATE
                       PERFORM 670-START-PROBATION
                   END-IF
                   PERFORM 650-WRITE-CHECKPOINT
           END-REWRITE.

                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           PERFORM 602-LOG-TERM-TRANSACTION
                           PERFORM 660-WRITE-TERM-HISTORY
                           PERFORM 650-WRITE-CHECKPOINT
                   END-REWRITE
           END-READ.
           DISPLAY "Transactions read:     " WS-READ-COUNT.
           DISPLAY "Transactions posted:   " WS-POSTED-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECT-COUNT.
           DISPLAY "Probations started:    " WS-PROBATION-COUNT.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "Skipped on restart:    " WS-SKIPPED-COUNT
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

      *> The override rides in the audit log beside the add or update
      *> it allowed, with the same images, so the operator who took
      *> the cell over strength is on record.
       603-LOG-EST-OVERRIDE.
           MOVE "ESTOVR" TO AL-ACTION.
           IF TX-ACTION-CODE = "A"
               MOVE SPACES TO AL-BEFORE-RECORD
           ELSE
               MOVE WS-BEFORE-RECORD TO AL-BEFORE-RECORD
           END-IF.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

      *> A rehire against a not-eligible reason is logged beside the
      *> update that made it, so the override is on record.
       604-LOG-REHIRE-OVERRIDE.
           MOVE "REHOVR" TO AL-ACTION.
           MOVE WS-BEFORE-RECORD TO AL-BEFORE-RECORD.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

       610-WRITE-AUDIT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD. *> Capture the transaction date.
           ACCEPT AL-TIME FROM TIME.          *> Capture the transaction time.
           WRITE CK-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *> The termination history keeps the reason and the department
      *> the employee left from, for rehire checks and turnover.
       660-WRITE-TERM-HISTORY.
           MOVE WS-EMPLOYEE-ID TO TM-EMPLOYEE-ID.
           MOVE WS-DEPARTMENT-CODE TO TM-DEPARTMENT-CODE.
           MOVE WS-STATUS-DATE TO TM-TERM-DATE.
           MOVE WS-TERM-REASON TO TM-REASON-CODE.
           MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID.
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

      *> A new hire or rehire starts a probation in the grade of the
      *> position held, running from WS-PROB-START-DATE.  An earlier
      *> probation for the same employee is replaced.
       670-START-PROBATION.
           PERFORM 671-FIND-PROBATION-MONTHS.
           IF WS-PROB-PERIOD-FOUND = 1
               PERFORM 672-COMPUTE-PROBATION-END
               MOVE WS-EMPLOYEE-ID TO PB-EMPLOYEE-ID
               MOVE WS-PROB-START-DATE TO PB-START-DATE
               MOVE WS-PROB-END-DATE TO PB-ORIGINAL-END-DATE
               MOVE WS-PROB-END-DATE TO PB-END-DATE
               MOVE SPACE TO PB-OUTCOME
               MOVE ZEROS TO PB-DECISION-DATE
               MOVE WS-OPERATOR-ID TO PB-OPERATOR-ID
               PERFORM 675-OPEN-PROBATION-FILE
               WRITE PB-PROBATION-RECORD
                   INVALID KEY
                       REWRITE PB-PROBATION-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PROBATION-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-PROBATION-COUNT
               END-WRITE
               PERFORM 676-CLOSE-PROBATION-FILE
           END-IF.

       671-FIND-PROBATION-MONTHS.
           MOVE 0 TO WS-PROB-PERIOD-FOUND.
           MOVE 0 TO WS-PROB-GRADE.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POSITION-COUNT
               IF WS-POSITION-CODE = WS-POS-CODE (WS-POS-IDX)
                   MOVE WS-POS-GRADE (WS-POS-IDX) TO WS-PROB-GRADE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PROB-GRADE = WS-PP-GRADE (WS-PP-IDX)
                   AND WS-PROB-GRADE NOT = 0
                   MOVE 1 TO WS-PROB-PERIOD-FOUND
                   MOVE WS-PP-MONTHS (WS-PP-IDX) TO WS-PROB-MONTHS
               END-IF
           END-PERFORM.

      *> The probation ends the period's number of months after it
      *> starts, on the same day of the month or the month's last day
      *> when that month is shorter.
       672-COMPUTE-PROBATION-END.
           MOVE WS-PROB-START-DATE TO WS-PROB-END-DATE.
           COMPUTE WS-PROB-MONTH-TOTAL = WS-PROB-END-MM - 1
               + WS-PROB-MONTHS.
           DIVIDE WS-PROB-MONTH-TOTAL BY 12 GIVING WS-PROB-YEARS
               REMAINDER WS-PROB-MONTH-REM.
           ADD WS-PROB-YEARS TO WS-PROB-END-YYYY.
           COMPUTE WS-PROB-END-MM = WS-PROB-MONTH-REM + 1.
           EVALUATE WS-PROB-END-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-PROB-END-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-PROB-END-YYYY, 100)
                               NOT = 0)
                       OR FUNCTION MOD (WS-PROB-END-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-PROB-END-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-PROB-END-DD
           END-IF.

       675-OPEN-PROBATION-FILE.
           OPEN I-O PROBATION-FILE.               *> Add to the probations if they already exist.
           IF WS-PB-FILE-STATUS = "35"
               OPEN OUTPUT PROBATION-FILE         *> First run: create the indexed file.
               CLOSE PROBATION-FILE
               OPEN I-O PROBATION-FILE
           END-IF.

       676-CLOSE-PROBATION-FILE.
           CLOSE PROBATION-FILE.

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

       END PROGRAM BATCH-TXN-INTAKE.
