      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-03
      * Purpose: Annual merit increase: applies a percentage per
      *          position grade to active employees' salaries as of an
      *          effective date, writes the new salary history entries
      *          with an audit entry each, and prints a register with
      *          compa-ratios and department cost totals
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-INCR-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
           ASSIGN TO "EmployeeRecord.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS FS-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-DEPARTMENT-CODE WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
           ASSIGN TO "SalaryHistory.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-SALARY-KEY
           FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT OPERATOR-FILE
           ASSIGN TO "OperatorTable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT POSITION-FILE
           ASSIGN TO "PositionCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT PAY-RANGE-FILE
           ASSIGN TO "PayRange.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "AuditLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "MeritRegister.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-RECORD-FILE.
       01 FS-EMPLOYEE-RECORD.
           05 FS-EMPLOYEE-ID PIC 9(6).
           05 FS-DEPARTMENT-CODE PIC 9(3).
           05 FS-LAST-NAME PIC X(20).
           05 FS-FIRST-NAME PIC X(20).
           05 FS-YEARS-OF-SERVICE PIC 9(2).
           05 FS-HIRE-DATE PIC 9(8).
           05 FS-EMPLOYMENT-STATUS PIC X(1).
           05 FS-STATUS-DATE PIC 9(8).
           05 FS-POSITION-CODE PIC 9(4).
           05 FS-SUPERVISOR-ID PIC 9(6).

       FD SALARY-HISTORY-FILE.
       01 SH-SALARY-RECORD.
           05 SH-SALARY-KEY.
               10 SH-EMPLOYEE-ID PIC 9(6).
               10 SH-EFFECTIVE-DATE PIC 9(8).
           05 SH-ANNUAL-SALARY PIC 9(7)V99.
           05 SH-POSITION-CODE PIC 9(4).
           05 SH-CHANGE-TYPE PIC X(1).
           05 SH-RANGE-OVERRIDE PIC X(1).
           05 SH-OPERATOR-ID PIC X(4).
           05 SH-ENTERED-DATE PIC 9(8).

       FD OPERATOR-FILE.
       01 FS-OPERATOR-RECORD.
           05 FS-OPERATOR-ID PIC X(4).
           05 FS-OPERATOR-NAME PIC X(20).
           05 FS-OPERATOR-LEVEL PIC X(1).

       FD POSITION-FILE.
       01 FS-POSITION-RECORD.
           05 FS-POS-CODE PIC 9(4).
           05 FS-POS-TITLE PIC X(20).
           05 FS-POS-GRADE PIC 9(1).

       FD PAY-RANGE-FILE.
       01 FS-PAY-RANGE-RECORD.
           05 FS-PR-GRADE PIC 9(1).
           05 FS-PR-MINIMUM PIC 9(7).
           05 FS-PR-MIDPOINT PIC 9(7).
           05 FS-PR-MAXIMUM PIC 9(7).

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD AUDIT-LOG-FILE.
       01 AL-AUDIT-RECORD.
           05 AL-DATE PIC 9(8).
           05 AL-TIME PIC 9(8).
           05 AL-ACTION PIC X(6).
           05 AL-BEFORE-RECORD.
               10 AL-BEFORE-EMPLOYEE-ID PIC 9(6).
               10 AL-BEFORE-DEPARTMENT-CODE PIC 9(3).
               10 AL-BEFORE-LAST-NAME PIC X(20).
               10 AL-BEFORE-FIRST-NAME PIC X(20).
               10 AL-BEFORE-YEARS-OF-SERVICE PIC 9(2).
               10 AL-BEFORE-HIRE-DATE PIC 9(8).
               10 AL-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 AL-BEFORE-STATUS-DATE PIC 9(8).
               10 AL-BEFORE-POSITION-CODE PIC 9(4).
               10 AL-BEFORE-SUPERVISOR-ID PIC 9(6).
           05 AL-AFTER-RECORD.
               10 AL-AFTER-EMPLOYEE-ID PIC 9(6).
               10 AL-AFTER-DEPARTMENT-CODE PIC 9(3).
               10 AL-AFTER-LAST-NAME PIC X(20).
               10 AL-AFTER-FIRST-NAME PIC X(20).
               10 AL-AFTER-YEARS-OF-SERVICE PIC 9(2).
               10 AL-AFTER-HIRE-DATE PIC 9(8).
               10 AL-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 AL-AFTER-STATUS-DATE PIC 9(8).
               10 AL-AFTER-POSITION-CODE PIC 9(4).
               10 AL-AFTER-SUPERVISOR-ID PIC 9(6).
           05 AL-OPERATOR-ID PIC X(4).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-SH-FILE-STATUS PIC XX VALUE SPACES.  *> File status for SALARY-HISTORY-FILE.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES. *> File status for OPERATOR-FILE.
       01 WS-POSITION-FILE-STATUS PIC XX VALUE SPACES. *> File status for POSITION-FILE.
       01 WS-PR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PAY-RANGE-FILE.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES. *> File status for AUDIT-LOG-FILE.
       01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.     *> Number of operator table entries loaded.
       01 WS-OPERATOR-VALID PIC 9(1) VALUE 0.     *> Indicator that the signed-on operator ID is on the table.
       01 WS-OPERATOR-ID PIC X(4) VALUE SPACES.   *> Operator signed on for this run.
       01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES. *> Name of the signed-on operator.
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE SPACES. *> Authority level of the signed-on operator: S-Senior, C-Clerk.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-POSITION-COUNT PIC 9(3) VALUE 0.     *> Number of position master entries loaded.
       01 WS-PR-COUNT PIC 9(3) VALUE 0.           *> Number of pay range entries loaded.
       01 WS-EFF-DATE-VALID PIC 9(1) VALUE 0.     *> Indicator that the effective date is a plausible date.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.      *> Number of days in the effective date's month/year.
       01 WS-GRADE PIC 9(1) VALUE 0.              *> Grade being prompted for or processed.
       01 WS-GRADE-SUB PIC 9(2) VALUE 0.          *> Grade subscript while prompting for percentages.
       01 WS-GRADE-IN-USE PIC 9(1) VALUE 0.       *> Indicator that some position carries the grade.
       01 WS-PCT-ENTRY PIC 9(4) VALUE 0.          *> Merit percentage keyed, in hundredths of a percent.
       01 WS-PCT-VALID PIC 9(1) VALUE 0.          *> Indicator that the keyed percentage is in bounds.
       01 WS-CONFIRM-REPLY PIC X(1) VALUE SPACE.  *> Operator's answer to the apply prompt.
       01 WS-SH-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries on the salary history.
       01 WS-RANGE-FOUND PIC 9(1) VALUE 0.        *> Indicator that a pay range is on file for the grade.
       01 WS-RANGE-MIDPOINT PIC 9(7) VALUE 0.     *> Pay range midpoint for the grade.
       01 WS-RANGE-MAXIMUM PIC 9(7) VALUE 0.      *> Pay range maximum for the grade.
       01 WS-PRIOR-SALARY PIC 9(7)V99 VALUE 0.    *> Salary in effect on the effective date, before the merit.
       01 WS-PRIOR-EFF-DATE PIC 9(8) VALUE 0.     *> Effective date of that salary; 0 if none on file.
       01 WS-NEW-SALARY PIC 9(7)V99 VALUE 0.      *> Salary after the merit increase.
       01 WS-INCREASE PIC 9(7)V99 VALUE 0.        *> Annual cost of the increase.
       01 WS-COMPA-RATIO PIC 9V99 VALUE 0.        *> Salary as a proportion of the range midpoint.
       01 WS-COMPA-EDIT PIC 9.99.                 *> Compa-ratio formatted for the register.
       01 WS-SALARY-EDIT PIC Z(6)9.99.            *> Salary formatted for the audit log.
       01 WS-APPLY-MERIT PIC 9(1) VALUE 0.        *> Indicator that a new salary entry is to be written.
       01 WS-CURRENT-DEPT PIC 9(3) VALUE 0.       *> Department whose lines are being printed.
       01 WS-DEPT-LISTED PIC 9(1) VALUE 0.        *> Indicator that a department section is open.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.

       01 WS-RUN-COUNTS.
           05 WS-RECORD-COUNT PIC 9(5) VALUE 0.
           05 WS-ELIGIBLE-COUNT PIC 9(5) VALUE 0.
           05 WS-INCREASED-COUNT PIC 9(5) VALUE 0.
           05 WS-CAPPED-COUNT PIC 9(5) VALUE 0.
           05 WS-AT-MAXIMUM-COUNT PIC 9(5) VALUE 0.
           05 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
           05 WS-NO-SALARY-COUNT PIC 9(5) VALUE 0.
           05 WS-ALREADY-SET-COUNT PIC 9(5) VALUE 0.
           05 WS-WRITE-FAILED-COUNT PIC 9(5) VALUE 0.

       01 WS-DEPT-TOTALS.
           05 WS-DT-BEFORE PIC 9(9)V99 VALUE 0.
           05 WS-DT-AFTER PIC 9(9)V99 VALUE 0.
           05 WS-DT-INCREASE PIC 9(9)V99 VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GT-BEFORE PIC 9(9)V99 VALUE 0.
           05 WS-GT-AFTER PIC 9(9)V99 VALUE 0.
           05 WS-GT-INCREASE PIC 9(9)V99 VALUE 0.

       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-EFFECTIVE-DATE-BREAKDOWN REDEFINES WS-EFFECTIVE-DATE.
           05 WS-EFF-YYYY PIC 9(4).
           05 WS-EFF-MM PIC 9(2).
           05 WS-EFF-DD PIC 9(2).

      *> Merit percentage for each grade, in hundredths of a percent
      *> (350 is 3.50%), subscripted by the grade itself.
       01 WS-GRADE-PCT-TABLE.
           05 WS-GRADE-PCT PIC 9(4) OCCURS 9 TIMES.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-POS-IDX.
               10 WS-POS-CODE PIC 9(4).
               10 WS-POS-TITLE PIC X(20).
               10 WS-POS-GRADE PIC 9(1).

       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-GRADE PIC 9(1).
               10 WS-PR-MINIMUM PIC 9(7).
               10 WS-PR-MIDPOINT PIC 9(7).
               10 WS-PR-MAXIMUM PIC 9(7).

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-OPERATOR-IDX.
               10 WS-OP-ID PIC X(4).
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47) VALUE "MERIT INCREASE REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "EFFECTIVE ".
           05 WS-H2-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "   OPERATOR ".
           05 WS-H2-OPERATOR-ID PIC X(4).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(7) VALUE "EMP ID ".
           05 FILLER PIC X(15) VALUE "NAME".
           05 FILLER PIC X(3) VALUE "GR ".
           05 FILLER PIC X(11) VALUE "    BEFORE ".
           05 FILLER PIC X(11) VALUE "     AFTER ".
           05 FILLER PIC X(10) VALUE " INCREASE ".
           05 FILLER PIC X(5) VALUE "CR-B ".
           05 FILLER PIC X(5) VALUE "CR-A ".
           05 FILLER PIC X(4) VALUE "NOTE".

       01 WS-DEPT-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DH-DEPT-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 WS-DL-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-NAME PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-GRADE PIC Z9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-BEFORE PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-AFTER PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-INCREASE PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-CR-BEFORE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-CR-AFTER PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-NOTE PIC X(13).

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(20).
           05 FILLER PIC X(7) VALUE "BEFORE ".
           05 WS-TL-BEFORE PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE "  AFTER ".
           05 WS-TL-AFTER PIC Z(8)9.99.
           05 FILLER PIC X(7) VALUE "  COST ".
           05 WS-TL-INCREASE PIC Z(7)9.99.

       PROCEDURE DIVISION.
       100-MERIT-INCR-BATCH.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 210-OPERATOR-SIGN-ON
               IF WS-OPERATOR-LEVEL NOT = "S"
                   DISPLAY "Operator " WS-OPERATOR-ID " is not "
                       "authorized to run the merit increase."
               ELSE
                   PERFORM 200-LOAD-DEPARTMENT-TABLE
                   PERFORM 206-LOAD-POSITION-TABLE
                   PERFORM 209-LOAD-PAY-RANGE-TABLE
                   PERFORM 220-ACCEPT-EFFECTIVE-DATE
                   PERFORM 230-ACCEPT-GRADE-PERCENTAGES
                   DISPLAY "Apply merit increases effective "
                       WS-EFFECTIVE-DATE "? (Y/N): "
                   ACCEPT WS-CONFIRM-REPLY
                   IF WS-CONFIRM-REPLY = "Y" OR WS-CONFIRM-REPLY = "y"
                       PERFORM 300-APPLY-MERIT-INCREASES
                       PERFORM 500-PRINT-RUN-SUMMARY
                   ELSE
                       DISPLAY "Merit increase not run."
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       200-LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           PERFORM UNTIL WS-EOF = 1
               READ DEPARTMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE FS-DEPT-CODE
                               TO WS-DEPT-CODE (WS-DEPT-COUNT)
                           MOVE FS-DEPT-NAME
                               TO WS-DEPT-NAME (WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
           MOVE 0 TO WS-EOF.

       205-LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ OPERATOR-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-OPERATOR-COUNT
                           MOVE FS-OPERATOR-ID
                               TO WS-OP-ID (WS-OPERATOR-COUNT)
                           MOVE FS-OPERATOR-NAME
                               TO WS-OP-NAME (WS-OPERATOR-COUNT)
                           MOVE FS-OPERATOR-LEVEL
                               TO WS-OP-LEVEL (WS-OPERATOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       206-LOAD-POSITION-TABLE.
           MOVE 0 TO WS-POSITION-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ POSITION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-POSITION-COUNT
                           MOVE FS-POS-CODE
                               TO WS-POS-CODE (WS-POSITION-COUNT)
                           MOVE FS-POS-TITLE
                               TO WS-POS-TITLE (WS-POSITION-COUNT)
                           MOVE FS-POS-GRADE
                               TO WS-POS-GRADE (WS-POSITION-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       209-LOAD-PAY-RANGE-TABLE.
           MOVE 0 TO WS-PR-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT PAY-RANGE-FILE.
           IF WS-PR-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-RANGE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-PR-COUNT < 20
                               ADD 1 TO WS-PR-COUNT
                               MOVE FS-PR-GRADE
                                   TO WS-PR-GRADE (WS-PR-COUNT)
                               MOVE FS-PR-MINIMUM
                                   TO WS-PR-MINIMUM (WS-PR-COUNT)
                               MOVE FS-PR-MIDPOINT
                                   TO WS-PR-MIDPOINT (WS-PR-COUNT)
                               MOVE FS-PR-MAXIMUM
                                   TO WS-PR-MAXIMUM (WS-PR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-RANGE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> The merit changes pay and writes an audit entry per
      *> employee, so it signs on and is kept to senior operators.
       210-OPERATOR-SIGN-ON.
           PERFORM 211-PROMPT-OPERATOR-ID.
           PERFORM 212-ACCEPT-OPERATOR-ID.
           PERFORM 213-CHECK-OPERATOR-ID.
           PERFORM UNTIL WS-OPERATOR-VALID = 1
               DISPLAY "That operator ID is not on the operator table."
               PERFORM 211-PROMPT-OPERATOR-ID
               PERFORM 212-ACCEPT-OPERATOR-ID
               PERFORM 213-CHECK-OPERATOR-ID
           END-PERFORM.
           DISPLAY "Signed on: " WS-OPERATOR-ID " " WS-OPERATOR-NAME.
           MOVE WS-OPERATOR-ID TO WS-H2-OPERATOR-ID.

       211-PROMPT-OPERATOR-ID.
           DISPLAY "Enter operator ID to sign on: ".

       212-ACCEPT-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.

       213-CHECK-OPERATOR-ID.
           MOVE 0 TO WS-OPERATOR-VALID.
           PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                   UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
               IF WS-OPERATOR-ID = WS-OP-ID (WS-OPERATOR-IDX)
                   MOVE 1 TO WS-OPERATOR-VALID
                   MOVE WS-OP-NAME (WS-OPERATOR-IDX)
                       TO WS-OPERATOR-NAME
                   MOVE WS-OP-LEVEL (WS-OPERATOR-IDX)
                       TO WS-OPERATOR-LEVEL
               END-IF
           END-PERFORM.

      *> A merit is usually dated ahead of the payroll it lands in,
      *> so a future effective date is allowed.
       220-ACCEPT-EFFECTIVE-DATE.
           PERFORM 221-PROMPT-EFFECTIVE-DATE.
           PERFORM 222-CHECK-EFFECTIVE-DATE-VALID.
           PERFORM UNTIL WS-EFF-DATE-VALID = 1
               DISPLAY "Effective date must be a valid YYYYMMDD date."
               PERFORM 221-PROMPT-EFFECTIVE-DATE
               PERFORM 222-CHECK-EFFECTIVE-DATE-VALID
           END-PERFORM.
           MOVE WS-EFFECTIVE-DATE TO WS-H2-EFFECTIVE-DATE.

       221-PROMPT-EFFECTIVE-DATE.
           DISPLAY "Enter the merit effective date (YYYYMMDD): ".
           ACCEPT WS-EFFECTIVE-DATE.

       222-CHECK-EFFECTIVE-DATE-VALID.
           MOVE 0 TO WS-EFF-DATE-VALID.
           IF WS-EFF-YYYY >= 1900
               AND WS-EFF-MM >= 1 AND WS-EFF-MM <= 12
               AND WS-EFF-DD >= 1 AND WS-EFF-DD <= 31
               PERFORM 223-DETERMINE-EFF-DAYS-IN-MONTH
               IF WS-EFF-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-EFF-DATE-VALID
               END-IF
           END-IF.

       223-DETERMINE-EFF-DAYS-IN-MONTH.
           EVALUATE WS-EFF-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-EFF-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-EFF-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD (WS-EFF-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> One percentage for every grade some position carries.  It is
      *> keyed in hundredths of a percent so 350 gives 3.50%; a grade
      *> keyed as 0 gets no increase this cycle.
       230-ACCEPT-GRADE-PERCENTAGES.
           MOVE ZEROS TO WS-GRADE-PCT-TABLE.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               MOVE WS-GRADE-SUB TO WS-GRADE
               MOVE 0 TO WS-GRADE-IN-USE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POSITION-COUNT
                   IF WS-POS-GRADE (WS-POS-IDX) = WS-GRADE
                       MOVE 1 TO WS-GRADE-IN-USE
                   END-IF
               END-PERFORM
               IF WS-GRADE-IN-USE = 1
                   PERFORM 231-PROMPT-GRADE-PERCENTAGE
                   PERFORM 232-CHECK-PERCENTAGE-VALID
                   PERFORM UNTIL WS-PCT-VALID = 1
                       DISPLAY "Percentage must be 0 to 2500 "
                           "hundredths (25.00%)."
                       PERFORM 231-PROMPT-GRADE-PERCENTAGE
                       PERFORM 232-CHECK-PERCENTAGE-VALID
                   END-PERFORM
                   MOVE WS-PCT-ENTRY TO WS-GRADE-PCT (WS-GRADE)
               END-IF
           END-PERFORM.

       231-PROMPT-GRADE-PERCENTAGE.
           DISPLAY "Merit for grade " WS-GRADE
               " in hundredths of a percent (350 = 3.50%): ".
           ACCEPT WS-PCT-ENTRY.

       232-CHECK-PERCENTAGE-VALID.
           MOVE 0 TO WS-PCT-VALID.
           IF WS-PCT-ENTRY IS NUMERIC AND WS-PCT-ENTRY <= 2500
               MOVE 1 TO WS-PCT-VALID
           END-IF.

      *> The master is read in department order so the register can
      *> total each department's pay cost as it goes.
       300-APPLY-MERIT-INCREASES.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               PERFORM 301-OPEN-SALARY-HISTORY
               OPEN OUTPUT REPORT-FILE
               MOVE 0 TO WS-EOF
               MOVE ZEROS TO FS-DEPARTMENT-CODE
               START EMPLOYEE-RECORD-FILE
                   KEY >= FS-DEPARTMENT-CODE
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM 310-READ-NEXT-EMPLOYEE UNTIL WS-EOF = 1
               IF WS-DEPT-LISTED = 1
                   PERFORM 360-PRINT-DEPARTMENT-TOTALS
               END-IF
               PERFORM 370-PRINT-GRAND-TOTALS
               CLOSE REPORT-FILE
               CLOSE SALARY-HISTORY-FILE
               CLOSE EMPLOYEE-RECORD-FILE
               DISPLAY "Register written to MeritRegister.txt."
           END-IF.

       301-OPEN-SALARY-HISTORY.
           OPEN I-O SALARY-HISTORY-FILE.          *> Add to the history if it already exists.
           IF WS-SH-FILE-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE    *> First run: create the indexed file.
               CLOSE SALARY-HISTORY-FILE
               OPEN I-O SALARY-HISTORY-FILE
           END-IF.

       310-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-RECORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF FS-EMPLOYMENT-STATUS = "A"
                       AND FS-HIRE-DATE <= WS-EFFECTIVE-DATE
                       ADD 1 TO WS-ELIGIBLE-COUNT
                       PERFORM 320-PROCESS-EMPLOYEE
                   END-IF
           END-READ.

      *> The increase is taken on the salary in effect on the merit
      *> date.  An employee with no salary on file has nothing to
      *> increase, and one who already has an entry on that date has
      *> had this cycle's merit (or a change that replaces it).
      *> Pay already at or over the range maximum is held there; an
      *> increase that would cross the maximum stops at it.
       320-PROCESS-EMPLOYEE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 0 TO WS-APPLY-MERIT.
           PERFORM 330-FIND-GRADE-AND-RANGE.
           PERFORM 340-FIND-PRIOR-SALARY.
           MOVE WS-PRIOR-SALARY TO WS-NEW-SALARY.
           EVALUATE TRUE
               WHEN WS-PRIOR-EFF-DATE = 0
                   MOVE "NO SALARY" TO WS-DL-NOTE
                   ADD 1 TO WS-NO-SALARY-COUNT
               WHEN WS-PRIOR-EFF-DATE = WS-EFFECTIVE-DATE
                   MOVE "SET ON DATE" TO WS-DL-NOTE
                   ADD 1 TO WS-ALREADY-SET-COUNT
               WHEN WS-GRADE = 0
                   MOVE "NO GRADE" TO WS-DL-NOTE
                   ADD 1 TO WS-NO-RATE-COUNT
               WHEN WS-GRADE-PCT (WS-GRADE) = 0
                   MOVE "NO MERIT RATE" TO WS-DL-NOTE
                   ADD 1 TO WS-NO-RATE-COUNT
               WHEN WS-RANGE-FOUND = 1
                   AND WS-PRIOR-SALARY >= WS-RANGE-MAXIMUM
                   MOVE "AT MAXIMUM" TO WS-DL-NOTE
                   ADD 1 TO WS-AT-MAXIMUM-COUNT
               WHEN OTHER
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       WS-PRIOR-SALARY
                           * (10000 + WS-GRADE-PCT (WS-GRADE)) / 10000
                   IF WS-RANGE-FOUND = 1
                       AND WS-NEW-SALARY > WS-RANGE-MAXIMUM
                       MOVE WS-RANGE-MAXIMUM TO WS-NEW-SALARY
                       MOVE "CAPPED AT MAX" TO WS-DL-NOTE
                       ADD 1 TO WS-CAPPED-COUNT
                   END-IF
                   MOVE 1 TO WS-APPLY-MERIT
           END-EVALUATE.
           IF WS-APPLY-MERIT = 1
               PERFORM 350-WRITE-MERIT-ENTRY
           END-IF.
           PERFORM 325-PRINT-EMPLOYEE-LINE.

       325-PRINT-EMPLOYEE-LINE.
           IF WS-DEPT-LISTED = 0
               OR FS-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT
               IF WS-DEPT-LISTED = 1
                   PERFORM 360-PRINT-DEPARTMENT-TOTALS
               END-IF
               PERFORM 365-PRINT-DEPARTMENT-HEADING
           END-IF.
           MOVE FS-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
           MOVE FS-LAST-NAME TO WS-DL-NAME.
           MOVE WS-GRADE TO WS-DL-GRADE.
           IF WS-PRIOR-EFF-DATE NOT = 0
               COMPUTE WS-INCREASE = WS-NEW-SALARY - WS-PRIOR-SALARY
               MOVE WS-PRIOR-SALARY TO WS-DL-BEFORE
               MOVE WS-NEW-SALARY TO WS-DL-AFTER
               MOVE WS-INCREASE TO WS-DL-INCREASE
               IF WS-RANGE-FOUND = 1 AND WS-RANGE-MIDPOINT > 0
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       WS-PRIOR-SALARY / WS-RANGE-MIDPOINT
                   MOVE WS-COMPA-RATIO TO WS-COMPA-EDIT
                   MOVE WS-COMPA-EDIT TO WS-DL-CR-BEFORE
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       WS-NEW-SALARY / WS-RANGE-MIDPOINT
                   MOVE WS-COMPA-RATIO TO WS-COMPA-EDIT
                   MOVE WS-COMPA-EDIT TO WS-DL-CR-AFTER
               END-IF
               ADD WS-PRIOR-SALARY TO WS-DT-BEFORE
               ADD WS-NEW-SALARY TO WS-DT-AFTER
               ADD WS-INCREASE TO WS-DT-INCREASE
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       330-FIND-GRADE-AND-RANGE.
           MOVE 0 TO WS-GRADE.
           MOVE 0 TO WS-RANGE-FOUND.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POSITION-COUNT
               IF FS-POSITION-CODE = WS-POS-CODE (WS-POS-IDX)
                   MOVE WS-POS-GRADE (WS-POS-IDX) TO WS-GRADE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-GRADE = WS-PR-GRADE (WS-PR-IDX)
                   AND WS-GRADE NOT = 0
                   MOVE 1 TO WS-RANGE-FOUND
                   MOVE WS-PR-MIDPOINT (WS-PR-IDX) TO WS-RANGE-MIDPOINT
                   MOVE WS-PR-MAXIMUM (WS-PR-IDX) TO WS-RANGE-MAXIMUM
               END-IF
           END-PERFORM.

       340-FIND-PRIOR-SALARY.
           MOVE 0 TO WS-PRIOR-SALARY.
           MOVE 0 TO WS-PRIOR-EFF-DATE.
           MOVE 0 TO WS-SH-EOF.
           MOVE FS-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE ZEROS TO SH-EFFECTIVE-DATE.
           START SALARY-HISTORY-FILE
               KEY >= SH-SALARY-KEY
               INVALID KEY
                   MOVE 1 TO WS-SH-EOF
           END-START.
           PERFORM 341-READ-PRIOR-SALARY UNTIL WS-SH-EOF = 1.

       341-READ-PRIOR-SALARY.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SH-EOF
               NOT AT END
                   IF SH-EMPLOYEE-ID NOT = FS-EMPLOYEE-ID
                       OR SH-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
                       MOVE 1 TO WS-SH-EOF
                   ELSE
                       MOVE SH-ANNUAL-SALARY TO WS-PRIOR-SALARY
                       MOVE SH-EFFECTIVE-DATE TO WS-PRIOR-EFF-DATE
                   END-IF
           END-READ.

      *> The increase lands as its own dated salary entry; the
      *> earlier entries are left as they were.
       350-WRITE-MERIT-ENTRY.
           MOVE FS-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE WS-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE.
           MOVE WS-NEW-SALARY TO SH-ANNUAL-SALARY.
           MOVE FS-POSITION-CODE TO SH-POSITION-CODE.
           MOVE "M" TO SH-CHANGE-TYPE.
           MOVE "N" TO SH-RANGE-OVERRIDE.
           MOVE WS-OPERATOR-ID TO SH-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO SH-ENTERED-DATE.
           WRITE SH-SALARY-RECORD
               INVALID KEY
                   DISPLAY "Merit entry could not be written for "
                       "employee " FS-EMPLOYEE-ID "."
                   MOVE "NOT WRITTEN" TO WS-DL-NOTE
                   MOVE WS-PRIOR-SALARY TO WS-NEW-SALARY
                   ADD 1 TO WS-WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-INCREASED-COUNT
                   PERFORM 600-LOG-MERIT-TRANSACTION
           END-WRITE.

       344-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 345-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       345-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE.
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO RPT-PRINT-RECORD
               WRITE RPT-PRINT-RECORD
           END-IF.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.

      *> Department cost totals are annual pay before and after the
      *> merit for everyone with a salary on file, and the cost of
      *> the increases between them.
       360-PRINT-DEPARTMENT-TOTALS.
           MOVE "  DEPARTMENT TOTAL" TO WS-TL-LABEL.
           MOVE WS-DT-BEFORE TO WS-TL-BEFORE.
           MOVE WS-DT-AFTER TO WS-TL-AFTER.
           MOVE WS-DT-INCREASE TO WS-TL-INCREASE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD WS-DT-BEFORE TO WS-GT-BEFORE.
           ADD WS-DT-AFTER TO WS-GT-AFTER.
           ADD WS-DT-INCREASE TO WS-GT-INCREASE.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           MOVE 0 TO WS-DEPT-LISTED.

       365-PRINT-DEPARTMENT-HEADING.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE FS-DEPARTMENT-CODE TO WS-CURRENT-DEPT.
           MOVE FS-DEPARTMENT-CODE TO WS-DH-DEPT-CODE.
           MOVE "Unknown department" TO WS-DH-DEPT-NAME.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF FS-DEPARTMENT-CODE = WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-DH-DEPT-NAME
               END-IF
           END-PERFORM.
           MOVE WS-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE 1 TO WS-DEPT-LISTED.

       370-PRINT-GRAND-TOTALS.
           MOVE "ALL DEPARTMENTS" TO WS-TL-LABEL.
           MOVE WS-GT-BEFORE TO WS-TL-BEFORE.
           MOVE WS-GT-AFTER TO WS-TL-AFTER.
           MOVE WS-GT-INCREASE TO WS-TL-INCREASE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

      *> Salary entries borrow the employee image fields the way the
      *> online salary entry logs them: the salary in the last-name
      *> field and its effective date in the status-date field.
       600-LOG-MERIT-TRANSACTION.
           MOVE "MERIT " TO AL-ACTION.
           MOVE SPACES TO AL-BEFORE-RECORD.
           MOVE SPACES TO AL-AFTER-RECORD.
           MOVE FS-EMPLOYEE-ID TO AL-BEFORE-EMPLOYEE-ID.
           MOVE FS-DEPARTMENT-CODE TO AL-BEFORE-DEPARTMENT-CODE.
           MOVE WS-PRIOR-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO AL-BEFORE-LAST-NAME.
           MOVE WS-PRIOR-EFF-DATE TO AL-BEFORE-STATUS-DATE.
           MOVE FS-POSITION-CODE TO AL-BEFORE-POSITION-CODE.
           MOVE FS-EMPLOYEE-ID TO AL-AFTER-EMPLOYEE-ID.
           MOVE FS-DEPARTMENT-CODE TO AL-AFTER-DEPARTMENT-CODE.
           MOVE WS-NEW-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO AL-AFTER-LAST-NAME.
           MOVE WS-EFFECTIVE-DATE TO AL-AFTER-STATUS-DATE.
           MOVE FS-POSITION-CODE TO AL-AFTER-POSITION-CODE.
           PERFORM 610-WRITE-AUDIT-RECORD.

       610-WRITE-AUDIT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD. *> Capture the transaction date.
           ACCEPT AL-TIME FROM TIME.          *> Capture the transaction time.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID. *> Stamp who ran the merit.
           PERFORM 611-OPEN-AUDIT-LOG.
           WRITE AL-AUDIT-RECORD.
           PERFORM 612-CLOSE-AUDIT-LOG.

       611-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.            *> Append to the audit log if it exists.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE         *> First run: create the audit log.
           END-IF.

       612-CLOSE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.

       500-PRINT-RUN-SUMMARY.
           DISPLAY SPACES.
           DISPLAY "Merit increase effective " WS-EFFECTIVE-DATE.
           DISPLAY "Master records read:         " WS-RECORD-COUNT.
           DISPLAY "Active employees considered: " WS-ELIGIBLE-COUNT.
           DISPLAY "Salaries increased:          " WS-INCREASED-COUNT.
           DISPLAY "  of which capped at maximum: " WS-CAPPED-COUNT.
           DISPLAY "Held at range maximum:       " WS-AT-MAXIMUM-COUNT.
           DISPLAY "No merit rate for grade:     " WS-NO-RATE-COUNT.
           DISPLAY "No salary on file:           " WS-NO-SALARY-COUNT.
           DISPLAY "Entry already on that date:  "
               WS-ALREADY-SET-COUNT.
           DISPLAY "Entries not written:         "
               WS-WRITE-FAILED-COUNT.

       END PROGRAM MERIT-INCR-BATCH.
