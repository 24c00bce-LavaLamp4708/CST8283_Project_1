      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-31
      * Purpose: Weekly probation due list by department and
      *          supervisor: undecided probations ending in the next
      *          30 days, and those past their end with no decision
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBATION-RPT.

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

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROBATION-FILE
           ASSIGN TO "Probation.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-EMPLOYEE-ID
           FILE STATUS IS WS-PB-FILE-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SortWork.tmp".

           SELECT REPORT-FILE
           ASSIGN TO "ProbationReport.txt"
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

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD PROBATION-FILE.
       01 PB-PROBATION-RECORD.
           05 PB-EMPLOYEE-ID PIC 9(6).
           05 PB-START-DATE PIC 9(8).
           05 PB-ORIGINAL-END-DATE PIC 9(8).
           05 PB-END-DATE PIC 9(8).
           05 PB-OUTCOME PIC X(1).
           05 PB-DECISION-DATE PIC 9(8).
           05 PB-OPERATOR-ID PIC X(4).

       SD SORT-WORK-FILE.
       01 SD-PROBATION-RECORD.
           05 SD-DEPARTMENT-CODE PIC 9(3).
           05 SD-SUPERVISOR-ID PIC 9(6).
           05 SD-SECTION PIC 9(1).
           05 SD-END-DATE PIC 9(8).
           05 SD-EMPLOYEE-ID PIC 9(6).
           05 SD-LAST-NAME PIC X(20).
           05 SD-FIRST-NAME PIC X(20).
           05 SD-START-DATE PIC 9(8).
           05 SD-OUTCOME PIC X(1).
           05 SD-DAYS PIC 9(5).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-PB-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PROBATION-FILE.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-DAYS-TO-END PIC S9(7) VALUE 0.       *> Days from the run date to the probation end; negative once past.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.
       01 WS-CURRENT-DEPT PIC 9(3) VALUE 0.       *> Department of the control group being printed.
       01 WS-CURRENT-SUPERVISOR PIC 9(6) VALUE 0. *> Supervisor of the group being printed.
       01 WS-FIRST-RECORD PIC 9(1) VALUE 1.       *> Indicator that no control group is open yet.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the group heading.
       01 WS-DEPT-OVERDUE-COUNT PIC 9(5) VALUE 0. *> Overdue probations in the current department.
       01 WS-DEPT-DUE-COUNT PIC 9(5) VALUE 0.     *> Probations ending within 30 days in the department.
       01 WS-TOTAL-OVERDUE-COUNT PIC 9(5) VALUE 0. *> Overdue probations on the report.
       01 WS-TOTAL-DUE-COUNT PIC 9(5) VALUE 0.    *> Probations ending within 30 days on the report.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date the days to the end are counted from.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47)
               VALUE "PROBATION CONFIRMATION DUE LIST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(16) VALUE "LAST NAME".
           05 FILLER PIC X(11) VALUE "FIRST NAME".
           05 FILLER PIC X(10) VALUE "STARTED".
           05 FILLER PIC X(10) VALUE "ENDS".
           05 FILLER PIC X(9) VALUE "STATUS".
           05 FILLER PIC X(6) VALUE "DAYS".
           05 FILLER PIC X(8) VALUE "EXTENDED".

       01 WS-GROUP-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-GRP-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GRP-DEPT-NAME PIC X(20).

       01 WS-SUPERVISOR-HEADING.
           05 FILLER PIC X(13) VALUE "  SUPERVISOR ".
           05 WS-SUP-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SUP-LAST-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SUP-FIRST-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 WS-DET-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-LAST-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-FIRST-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-START-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-END-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-EXTENDED PIC X(3).

       01 WS-SUBTOTAL-LINE.
           05 WS-SUB-LABEL PIC X(21).
           05 FILLER PIC X(9) VALUE "OVERDUE: ".
           05 WS-SUB-OVERDUE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "ENDING IN 30 DAYS: ".
           05 WS-SUB-DUE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PROBATION-RPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 201-LOAD-DEPARTMENT-TABLE.
           OPEN INPUT PROBATION-FILE.
           IF WS-PB-FILE-STATUS = "35"
               DISPLAY "No probations on file."
           ELSE
               CLOSE PROBATION-FILE
               OPEN INPUT EMPLOYEE-RECORD-FILE
               IF WS-EMP-FILE-STATUS = "35"
                   DISPLAY "No employees on file."
               ELSE
                   PERFORM 205-SORT-PROBATIONS
                   CLOSE EMPLOYEE-RECORD-FILE
                   DISPLAY "Report written to ProbationReport.txt."
               END-IF
           END-IF.
           STOP RUN.

       201-LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           PERFORM UNTIL WS-EOF = 1
               READ DEPARTMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE FS-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                       MOVE FS-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
           MOVE 0 TO WS-EOF.

      *> Each manager works down their own list, so the report breaks
      *> on department and then on the employee's supervisor, with
      *> the overdue decisions ahead of the ones coming due.
       205-SORT-PROBATIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE SD-SUPERVISOR-ID
                   SD-SECTION SD-END-DATE SD-EMPLOYEE-ID
               INPUT PROCEDURE 210-RELEASE-PROBATIONS
               OUTPUT PROCEDURE 220-PRINT-SORTED-REPORT.

      *> Only undecided probations (never decided, or extended) are
      *> listed.  A terminated employee's probation needs no
      *> decision and is left out.
       210-RELEASE-PROBATIONS.
           OPEN INPUT PROBATION-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PROBATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PB-OUTCOME = SPACE OR PB-OUTCOME = "E"
                           PERFORM 211-CLASSIFY-PROBATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROBATION-FILE.
           MOVE 0 TO WS-EOF.

       211-CLASSIFY-PROBATION.
           MOVE 0 TO SD-SECTION.
           COMPUTE WS-DAYS-TO-END =
               FUNCTION INTEGER-OF-DATE (PB-END-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           IF WS-DAYS-TO-END < 0
               MOVE 1 TO SD-SECTION
               COMPUTE SD-DAYS = 0 - WS-DAYS-TO-END
           ELSE
               IF WS-DAYS-TO-END <= 30
                   MOVE 2 TO SD-SECTION
                   MOVE WS-DAYS-TO-END TO SD-DAYS
               END-IF
           END-IF.
           IF SD-SECTION NOT = 0
               MOVE PB-EMPLOYEE-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-EMPLOYMENT-STATUS NOT = "T"
                           PERFORM 212-RELEASE-PROBATION-RECORD
                       END-IF
               END-READ
           END-IF.

       212-RELEASE-PROBATION-RECORD.
           MOVE FS-DEPARTMENT-CODE TO SD-DEPARTMENT-CODE.
           MOVE FS-SUPERVISOR-ID TO SD-SUPERVISOR-ID.
           MOVE PB-END-DATE TO SD-END-DATE.
           MOVE PB-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE FS-LAST-NAME TO SD-LAST-NAME.
           MOVE FS-FIRST-NAME TO SD-FIRST-NAME.
           MOVE PB-START-DATE TO SD-START-DATE.
           MOVE PB-OUTCOME TO SD-OUTCOME.
           RELEASE SD-PROBATION-RECORD.

       220-PRINT-SORTED-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM 225-RETURN-AND-PRINT UNTIL WS-EOF = 1.
           IF WS-FIRST-RECORD = 0
               PERFORM 260-PRINT-DEPT-SUBTOTAL
               PERFORM 270-PRINT-FINAL-TOTALS
           ELSE
               MOVE "NO PROBATIONS OVERDUE OR ENDING WITHIN 30 DAYS."
                   TO WS-PRINT-LINE
               PERFORM 240-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       225-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 230-PRINT-ONE-PROBATION
           END-RETURN.

       230-PRINT-ONE-PROBATION.
           IF WS-FIRST-RECORD = 1
               MOVE 0 TO WS-FIRST-RECORD
               PERFORM 250-START-DEPT-GROUP
               PERFORM 255-START-SUPERVISOR-GROUP
           ELSE
               IF SD-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT
                   PERFORM 260-PRINT-DEPT-SUBTOTAL
                   PERFORM 250-START-DEPT-GROUP
                   PERFORM 255-START-SUPERVISOR-GROUP
               ELSE
                   IF SD-SUPERVISOR-ID NOT = WS-CURRENT-SUPERVISOR
                       PERFORM 255-START-SUPERVISOR-GROUP
                   END-IF
               END-IF
           END-IF.
           MOVE SD-EMPLOYEE-ID TO WS-DET-EMPLOYEE-ID.
           MOVE SD-LAST-NAME TO WS-DET-LAST-NAME.
           MOVE SD-FIRST-NAME TO WS-DET-FIRST-NAME.
           MOVE SD-START-DATE TO WS-DET-START-DATE.
           MOVE SD-END-DATE TO WS-DET-END-DATE.
           MOVE SD-DAYS TO WS-DET-DAYS.
           IF SD-SECTION = 1
               MOVE "OVERDUE" TO WS-DET-STATUS
               ADD 1 TO WS-DEPT-OVERDUE-COUNT
               ADD 1 TO WS-TOTAL-OVERDUE-COUNT
           ELSE
               MOVE "DUE" TO WS-DET-STATUS
               ADD 1 TO WS-DEPT-DUE-COUNT
               ADD 1 TO WS-TOTAL-DUE-COUNT
           END-IF.
           IF SD-OUTCOME = "E"
               MOVE "YES" TO WS-DET-EXTENDED
           ELSE
               MOVE SPACES TO WS-DET-EXTENDED
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

      *> All report output funnels through here so every line is
      *> counted and page headings repeat at the break.
       240-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 245-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       245-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE.
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO RPT-PRINT-RECORD
               WRITE RPT-PRINT-RECORD
           END-IF.
           MOVE WS-HEADING-LINE-1 TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.

       250-START-DEPT-GROUP.
           MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT.
           MOVE 0 TO WS-DEPT-OVERDUE-COUNT.
           MOVE 0 TO WS-DEPT-DUE-COUNT.
           PERFORM 251-LOOKUP-DEPT-NAME.
           MOVE WS-CURRENT-DEPT TO WS-GRP-DEPT-CODE.
           MOVE WS-REPORT-DEPT-NAME TO WS-GRP-DEPT-NAME.
           MOVE WS-GROUP-HEADING TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       251-LOOKUP-DEPT-NAME.
           MOVE "Unknown department" TO WS-REPORT-DEPT-NAME.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-CURRENT-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE WS-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-REPORT-DEPT-NAME
               END-IF
           END-PERFORM.

      *> The supervisor's name is read from the master; an employee
      *> with no supervisor is listed under supervisor 000000.
       255-START-SUPERVISOR-GROUP.
           MOVE SD-SUPERVISOR-ID TO WS-CURRENT-SUPERVISOR.
           MOVE SD-SUPERVISOR-ID TO WS-SUP-ID.
           MOVE SPACES TO WS-SUP-FIRST-NAME.
           IF SD-SUPERVISOR-ID = 0
               MOVE "No supervisor" TO WS-SUP-LAST-NAME
           ELSE
               MOVE SD-SUPERVISOR-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       MOVE "Not on file" TO WS-SUP-LAST-NAME
                   NOT INVALID KEY
                       MOVE FS-LAST-NAME TO WS-SUP-LAST-NAME
                       MOVE FS-FIRST-NAME TO WS-SUP-FIRST-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           MOVE WS-SUPERVISOR-HEADING TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       260-PRINT-DEPT-SUBTOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           MOVE "  DEPARTMENT TOTAL:" TO WS-SUB-LABEL.
           MOVE WS-DEPT-OVERDUE-COUNT TO WS-SUB-OVERDUE-COUNT.
           MOVE WS-DEPT-DUE-COUNT TO WS-SUB-DUE-COUNT.
           MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       270-PRINT-FINAL-TOTALS.
           MOVE "REPORT TOTAL:" TO WS-SUB-LABEL.
           MOVE WS-TOTAL-OVERDUE-COUNT TO WS-SUB-OVERDUE-COUNT.
           MOVE WS-TOTAL-DUE-COUNT TO WS-SUB-DUE-COUNT.
           MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       END PROGRAM PROBATION-RPT.
