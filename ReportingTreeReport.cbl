      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-11-12
      * Purpose: Reporting-tree report by department, built from the
      *          supervisor ID on the employee master, with the span
      *          of control of every supervisor and a flag on anyone
      *          whose supervisor is terminated, on leave or archived
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-TREE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
           ASSIGN TO "EmployeeRecord.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS FS-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-DEPARTMENT-CODE WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

      *> A supervisor who is no longer on the master may have been
      *> moved to the archive by the retention sweep; the keyed
      *> lookup tells that case apart from a plain bad reference.
           SELECT ARCHIVED-EMPLOYEE-FILE
           ASSIGN TO "ArchivedEmployee.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-EMPLOYEE-ID
           ALTERNATE RECORD KEY IS AR-LAST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-DEPARTMENT-CODE WITH DUPLICATES
           FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
           ASSIGN TO "OrgTreeReport.txt"
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

       FD ARCHIVED-EMPLOYEE-FILE.
       01 AR-EMPLOYEE-RECORD.
           05 AR-EMPLOYEE-ID PIC 9(6).
           05 AR-DEPARTMENT-CODE PIC 9(3).
           05 AR-LAST-NAME PIC X(20).
           05 AR-FIRST-NAME PIC X(20).
           05 AR-YEARS-OF-SERVICE PIC 9(2).
           05 AR-HIRE-DATE PIC 9(8).
           05 AR-EMPLOYMENT-STATUS PIC X(1).
           05 AR-STATUS-DATE PIC 9(8).
           05 AR-POSITION-CODE PIC 9(4).

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-ARCH-FILE-STATUS PIC XX VALUE SPACES. *> File status for ARCHIVED-EMPLOYEE-FILE.
       01 WS-ARCH-OPEN PIC 9(1) VALUE 0.          *> 1 when the archive exists and is open.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-ORG-COUNT PIC 9(4) VALUE 0.          *> Employees loaded from the master.
       01 WS-ORG-OVERFLOW PIC 9(5) VALUE 0.       *> Employees past the table limit, not reported.
       01 WS-STACK-COUNT PIC 9(4) VALUE 0.        *> Entries waiting on the tree-walk stack.
       01 WS-CURRENT-DEPT PIC 9(3) VALUE 0.       *> Department whose tree is being printed.
       01 WS-CURRENT-ROW PIC 9(4) VALUE 0.        *> Table row being printed or examined.
       01 WS-CURRENT-LEVEL PIC 9(3) VALUE 0.      *> Reporting level of the row being printed.
       01 WS-INDENT PIC 9(2) VALUE 0.             *> Leading spaces for the current level.
       01 WS-TEXT-POINTER PIC 9(2) VALUE 0.       *> Position for building the indented name.
       01 WS-IS-ROOT PIC 9(1) VALUE 0.            *> 1 when the row heads a tree in its department.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the current heading.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.

       01 WS-DEPT-HEADCOUNT PIC 9(5) VALUE 0.     *> Employees printed for the current department.
       01 WS-DEPT-SUPERVISORS PIC 9(5) VALUE 0.   *> Of those, employees with direct reports.
       01 WS-DEPT-MAX-SPAN PIC 9(4) VALUE 0.      *> Widest span of control in the department.
       01 WS-DEPT-FLAGGED PIC 9(5) VALUE 0.       *> Flagged reporting lines in the department.
       01 WS-TOTAL-HEADCOUNT PIC 9(6) VALUE 0.    *> Employees printed across all departments.
       01 WS-TOTAL-SUPERVISORS PIC 9(6) VALUE 0.  *> Supervisors across all departments.
       01 WS-TOTAL-TERMINATED PIC 9(5) VALUE 0.   *> Reporting to a terminated supervisor.
       01 WS-TOTAL-ON-LEAVE PIC 9(5) VALUE 0.     *> Reporting to a supervisor on leave.
       01 WS-TOTAL-ARCHIVED PIC 9(5) VALUE 0.     *> Reporting to an archived supervisor.
       01 WS-TOTAL-NOT-FOUND PIC 9(5) VALUE 0.    *> Reporting to an ID found nowhere.
       01 WS-TOTAL-UNPLACED PIC 9(5) VALUE 0.     *> Employees no department tree could reach.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47)
               VALUE "REPORTING TREE AND SPAN OF CONTROL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(46) VALUE "EMPLOYEE BY REPORTING LEVEL".
           05 FILLER PIC X(4) VALUE "ST".
           05 FILLER PIC X(6) VALUE "SPAN".
           05 FILLER PIC X(24) VALUE "SUPERVISOR EXCEPTION".

       01 WS-DEPT-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DH-DEPT-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 WS-DET-TREE-TEXT PIC X(44).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-SPAN PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-EXCEPTION PIC X(24).

       01 WS-EXCEPTION-TEXT.
           05 FILLER PIC X(6) VALUE "*SUPV ".
           05 WS-EXC-SUPERVISOR-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXC-REASON PIC X(11).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "HEADCOUNT:".
           05 WS-DT-HEADCOUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "SUPERVISORS:".
           05 WS-DT-SUPERVISORS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MAX SPAN:".
           05 WS-DT-MAX-SPAN PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "FLAGGED:".
           05 WS-DT-FLAGGED PIC ZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(36) VALUE SPACES.
           05 WS-TOT-LABEL PIC X(34).
           05 WS-TOT-COUNT PIC ZZZZZ9.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

      *> The master in employee ID order.  WS-ORG-SUP-ROW points at
      *> the supervisor's own row (0 when the supervisor is not on
      *> the master) so the tree walk never searches by ID twice.
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ORG-IDX WS-SUB-IDX.
               10 WS-ORG-EMPLOYEE-ID PIC 9(6).
               10 WS-ORG-DEPARTMENT-CODE PIC 9(3).
               10 WS-ORG-LAST-NAME PIC X(20).
               10 WS-ORG-FIRST-NAME PIC X(20).
               10 WS-ORG-STATUS PIC X(1).
               10 WS-ORG-SUPERVISOR-ID PIC 9(6).
               10 WS-ORG-SUP-ROW PIC 9(4).
               10 WS-ORG-DIRECTS PIC 9(4).
               10 WS-ORG-SUP-REASON PIC X(11).
               10 WS-ORG-PRINTED PIC 9(1).

      *> Depth-first walk without recursion: a node is printed when
      *> it comes off the stack and its direct reports go on in
      *> reverse ID order, so they come off again in ID order.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 2000 TIMES.
               10 WS-STACK-ROW PIC 9(4).
               10 WS-STACK-LEVEL PIC 9(3).

       PROCEDURE DIVISION.
       100-ORG-TREE-RPT.
           ACCEPT WS-H1-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-DEPARTMENT-TABLE.
           PERFORM 210-LOAD-EMPLOYEE-TABLE.
           PERFORM 220-RESOLVE-SUPERVISORS.
           PERFORM 300-PRINT-TREE-REPORT.
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
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE FS-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                       MOVE FS-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
           MOVE 0 TO WS-EOF.

      *> Terminated employees are loaded too: they never head or
      *> join a tree, but their status is what flags the people
      *> still reporting to them.
       210-LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO WS-ORG-COUNT.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   PERFORM 211-READ-AND-LOAD
               END-PERFORM
               CLOSE EMPLOYEE-RECORD-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       211-READ-AND-LOAD.
           READ EMPLOYEE-RECORD-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-ORG-COUNT < 2000
                       ADD 1 TO WS-ORG-COUNT
                       SET WS-ORG-IDX TO WS-ORG-COUNT
                       PERFORM 212-LOAD-EMPLOYEE-ENTRY
                   ELSE
                       ADD 1 TO WS-ORG-OVERFLOW
                   END-IF
           END-READ.

       212-LOAD-EMPLOYEE-ENTRY.
           MOVE FS-EMPLOYEE-ID TO WS-ORG-EMPLOYEE-ID (WS-ORG-IDX).
           MOVE FS-DEPARTMENT-CODE
               TO WS-ORG-DEPARTMENT-CODE (WS-ORG-IDX).
           MOVE FS-LAST-NAME TO WS-ORG-LAST-NAME (WS-ORG-IDX).
           MOVE FS-FIRST-NAME TO WS-ORG-FIRST-NAME (WS-ORG-IDX).
           MOVE FS-EMPLOYMENT-STATUS TO WS-ORG-STATUS (WS-ORG-IDX).
           MOVE FS-SUPERVISOR-ID TO WS-ORG-SUPERVISOR-ID (WS-ORG-IDX).
           MOVE 0 TO WS-ORG-SUP-ROW (WS-ORG-IDX).
           MOVE 0 TO WS-ORG-DIRECTS (WS-ORG-IDX).
           MOVE SPACES TO WS-ORG-SUP-REASON (WS-ORG-IDX).
           MOVE 0 TO WS-ORG-PRINTED (WS-ORG-IDX).

      *> One pass links every employee still on strength to the
      *> supervisor's row, counts direct reports for the span of
      *> control, and records why a reporting line is suspect.
       220-RESOLVE-SUPERVISORS.
           MOVE 0 TO WS-ARCH-OPEN.
           OPEN INPUT ARCHIVED-EMPLOYEE-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "35"
               MOVE 1 TO WS-ARCH-OPEN
           END-IF.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-STATUS (WS-ORG-IDX) NOT = "T"
                   AND WS-ORG-SUPERVISOR-ID (WS-ORG-IDX) NOT = 0
                   PERFORM 221-LINK-SUPERVISOR
               END-IF
           END-PERFORM.
           IF WS-ARCH-OPEN = 1
               CLOSE ARCHIVED-EMPLOYEE-FILE
           END-IF.

       221-LINK-SUPERVISOR.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-ORG-COUNT
                      OR WS-ORG-EMPLOYEE-ID (WS-SUB-IDX) =
                         WS-ORG-SUPERVISOR-ID (WS-ORG-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-SUB-IDX > WS-ORG-COUNT
               PERFORM 222-CHECK-ARCHIVED-SUPERVISOR
           ELSE
               SET WS-ORG-SUP-ROW (WS-ORG-IDX) TO WS-SUB-IDX
               ADD 1 TO WS-ORG-DIRECTS (WS-SUB-IDX)
               EVALUATE WS-ORG-STATUS (WS-SUB-IDX)
                   WHEN "T"
                       MOVE "TERMINATED"
                           TO WS-ORG-SUP-REASON (WS-ORG-IDX)
                   WHEN "L"
                       MOVE "ON LEAVE"
                           TO WS-ORG-SUP-REASON (WS-ORG-IDX)
               END-EVALUATE
           END-IF.

       222-CHECK-ARCHIVED-SUPERVISOR.
           MOVE "NOT ON FILE" TO WS-ORG-SUP-REASON (WS-ORG-IDX).
           IF WS-ARCH-OPEN = 1
               MOVE WS-ORG-SUPERVISOR-ID (WS-ORG-IDX) TO AR-EMPLOYEE-ID
               READ ARCHIVED-EMPLOYEE-FILE
                   KEY IS AR-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ARCHIVED"
                           TO WS-ORG-SUP-REASON (WS-ORG-IDX)
               END-READ
           END-IF.

       300-PRINT-TREE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ORG-COUNT = 0
               MOVE "NO EMPLOYEE RECORDS TO REPORT." TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-CURRENT-DEPT
                   MOVE WS-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-REPORT-DEPT-NAME
                   PERFORM 310-PRINT-DEPARTMENT-TREE
               END-PERFORM
               PERFORM 330-PRINT-UNPLACED-EMPLOYEES
               PERFORM 350-PRINT-FINAL-TOTALS
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Report written to OrgTreeReport.txt.".

      *> Trees are headed by anyone on strength in the department
      *> whose supervisor is not: no supervisor at all, one in
      *> another department, or one who is gone from the master or
      *> terminated.  Departments with nobody on strength are left
      *> out.
       310-PRINT-DEPARTMENT-TREE.
           MOVE 0 TO WS-DEPT-HEADCOUNT.
           MOVE 0 TO WS-DEPT-SUPERVISORS.
           MOVE 0 TO WS-DEPT-MAX-SPAN.
           MOVE 0 TO WS-DEPT-FLAGGED.
           MOVE 0 TO WS-STACK-COUNT.
           PERFORM VARYING WS-ORG-IDX FROM WS-ORG-COUNT BY -1
                   UNTIL WS-ORG-IDX < 1
               PERFORM 311-CHECK-TREE-ROOT
               IF WS-IS-ROOT = 1
                   SET WS-CURRENT-ROW TO WS-ORG-IDX
                   MOVE 0 TO WS-CURRENT-LEVEL
                   PERFORM 313-PUSH-ROW
               END-IF
           END-PERFORM.
           IF WS-STACK-COUNT > 0
               PERFORM 320-PRINT-DEPARTMENT-HEADING
               PERFORM UNTIL WS-STACK-COUNT = 0
                   PERFORM 314-PRINT-NEXT-NODE
               END-PERFORM
               PERFORM 325-PRINT-DEPARTMENT-TOTALS
           END-IF.

       311-CHECK-TREE-ROOT.
           MOVE 0 TO WS-IS-ROOT.
           IF WS-ORG-STATUS (WS-ORG-IDX) NOT = "T"
               AND WS-ORG-DEPARTMENT-CODE (WS-ORG-IDX) = WS-CURRENT-DEPT
               IF WS-ORG-SUP-ROW (WS-ORG-IDX) = 0
                   MOVE 1 TO WS-IS-ROOT
               ELSE
                   SET WS-SUB-IDX TO WS-ORG-SUP-ROW (WS-ORG-IDX)
                   IF WS-ORG-STATUS (WS-SUB-IDX) = "T"
                       OR WS-ORG-DEPARTMENT-CODE (WS-SUB-IDX) NOT =
                          WS-CURRENT-DEPT
                       MOVE 1 TO WS-IS-ROOT
                   END-IF
               END-IF
           END-IF.

       313-PUSH-ROW.
           IF WS-STACK-COUNT < 2000
               ADD 1 TO WS-STACK-COUNT
               MOVE WS-CURRENT-ROW TO WS-STACK-ROW (WS-STACK-COUNT)
               MOVE WS-CURRENT-LEVEL TO WS-STACK-LEVEL (WS-STACK-COUNT)
           END-IF.

       314-PRINT-NEXT-NODE.
           MOVE WS-STACK-ROW (WS-STACK-COUNT) TO WS-CURRENT-ROW.
           MOVE WS-STACK-LEVEL (WS-STACK-COUNT) TO WS-CURRENT-LEVEL.
           SUBTRACT 1 FROM WS-STACK-COUNT.
           SET WS-ORG-IDX TO WS-CURRENT-ROW.
           IF WS-ORG-PRINTED (WS-ORG-IDX) = 0
               MOVE 1 TO WS-ORG-PRINTED (WS-ORG-IDX)
               PERFORM 340-PRINT-EMPLOYEE-LINE
               PERFORM 315-PUSH-DIRECT-REPORTS
           END-IF.

      *> Only direct reports in the same department hang beneath the
      *> supervisor here; one in another department heads a tree of
      *> their own there, but is still counted in this span.
       315-PUSH-DIRECT-REPORTS.
           IF WS-ORG-DIRECTS (WS-ORG-IDX) > 0
               ADD 1 TO WS-CURRENT-LEVEL
               PERFORM VARYING WS-SUB-IDX FROM WS-ORG-COUNT BY -1
                       UNTIL WS-SUB-IDX < 1
                   IF WS-ORG-SUP-ROW (WS-SUB-IDX) = WS-CURRENT-ROW
                       AND WS-ORG-STATUS (WS-SUB-IDX) NOT = "T"
                       AND WS-ORG-DEPARTMENT-CODE (WS-SUB-IDX) =
                           WS-CURRENT-DEPT
                       AND WS-ORG-PRINTED (WS-SUB-IDX) = 0
                       PERFORM 316-PUSH-DIRECT-REPORT
                   END-IF
               END-PERFORM
           END-IF.

       316-PUSH-DIRECT-REPORT.
           IF WS-STACK-COUNT < 2000
               ADD 1 TO WS-STACK-COUNT
               SET WS-STACK-ROW (WS-STACK-COUNT) TO WS-SUB-IDX
               MOVE WS-CURRENT-LEVEL TO WS-STACK-LEVEL (WS-STACK-COUNT)
           END-IF.

       320-PRINT-DEPARTMENT-HEADING.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE WS-CURRENT-DEPT TO WS-DH-DEPT-CODE.
           MOVE WS-REPORT-DEPT-NAME TO WS-DH-DEPT-NAME.
           MOVE WS-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       325-PRINT-DEPARTMENT-TOTALS.
           MOVE WS-DEPT-HEADCOUNT TO WS-DT-HEADCOUNT.
           MOVE WS-DEPT-SUPERVISORS TO WS-DT-SUPERVISORS.
           MOVE WS-DEPT-MAX-SPAN TO WS-DT-MAX-SPAN.
           MOVE WS-DEPT-FLAGGED TO WS-DT-FLAGGED.
           MOVE WS-DEPT-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD WS-DEPT-HEADCOUNT TO WS-TOTAL-HEADCOUNT.
           ADD WS-DEPT-SUPERVISORS TO WS-TOTAL-SUPERVISORS.

      *> Anyone on strength still unprinted sits in a department
      *> missing from the department table or in a reporting loop
      *> that predates the supervisor edits; list them flat so they
      *> are not silently dropped.
       330-PRINT-UNPLACED-EMPLOYEES.
           MOVE 0 TO WS-DEPT-HEADCOUNT.
           MOVE 0 TO WS-DEPT-SUPERVISORS.
           MOVE 0 TO WS-DEPT-MAX-SPAN.
           MOVE 0 TO WS-DEPT-FLAGGED.
           MOVE 0 TO WS-CURRENT-LEVEL.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-STATUS (WS-ORG-IDX) NOT = "T"
                   AND WS-ORG-PRINTED (WS-ORG-IDX) = 0
                   IF WS-TOTAL-UNPLACED = 0
                       PERFORM 331-PRINT-UNPLACED-HEADING
                   END-IF
                   ADD 1 TO WS-TOTAL-UNPLACED
                   MOVE 1 TO WS-ORG-PRINTED (WS-ORG-IDX)
                   PERFORM 340-PRINT-EMPLOYEE-LINE
               END-IF
           END-PERFORM.
           IF WS-TOTAL-UNPLACED > 0
               PERFORM 325-PRINT-DEPARTMENT-TOTALS
           END-IF.

       331-PRINT-UNPLACED-HEADING.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE "NOT PLACED - UNKNOWN DEPARTMENT OR REPORTING LOOP"
               TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

      *> The name is indented two spaces per reporting level, up to
      *> ten levels, so deep chains still leave room for the name.
       340-PRINT-EMPLOYEE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CURRENT-LEVEL > 10
               MOVE 20 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = WS-CURRENT-LEVEL * 2
           END-IF.
           COMPUTE WS-TEXT-POINTER = WS-INDENT + 1.
           STRING WS-ORG-EMPLOYEE-ID (WS-ORG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORG-LAST-NAME (WS-ORG-IDX) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-ORG-FIRST-NAME (WS-ORG-IDX) DELIMITED BY "  "
                  INTO WS-DET-TREE-TEXT
                  WITH POINTER WS-TEXT-POINTER
           END-STRING.
           MOVE WS-ORG-STATUS (WS-ORG-IDX) TO WS-DET-STATUS.
           MOVE WS-ORG-DIRECTS (WS-ORG-IDX) TO WS-DET-SPAN.
           IF WS-ORG-SUP-REASON (WS-ORG-IDX) NOT = SPACES
               PERFORM 341-FORMAT-EXCEPTION
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD 1 TO WS-DEPT-HEADCOUNT.
           IF WS-ORG-DIRECTS (WS-ORG-IDX) > 0
               ADD 1 TO WS-DEPT-SUPERVISORS
               IF WS-ORG-DIRECTS (WS-ORG-IDX) > WS-DEPT-MAX-SPAN
                   MOVE WS-ORG-DIRECTS (WS-ORG-IDX) TO WS-DEPT-MAX-SPAN
               END-IF
           END-IF.

       341-FORMAT-EXCEPTION.
           MOVE WS-ORG-SUPERVISOR-ID (WS-ORG-IDX)
               TO WS-EXC-SUPERVISOR-ID.
           MOVE WS-ORG-SUP-REASON (WS-ORG-IDX) TO WS-EXC-REASON.
           MOVE WS-EXCEPTION-TEXT TO WS-DET-EXCEPTION.
           ADD 1 TO WS-DEPT-FLAGGED.
           EVALUATE WS-ORG-SUP-REASON (WS-ORG-IDX)
               WHEN "TERMINATED"
                   ADD 1 TO WS-TOTAL-TERMINATED
               WHEN "ON LEAVE"
                   ADD 1 TO WS-TOTAL-ON-LEAVE
               WHEN "ARCHIVED"
                   ADD 1 TO WS-TOTAL-ARCHIVED
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-NOT-FOUND
           END-EVALUATE.

      *> All report output funnels through here so every line is
      *> counted and page headings repeat at the break.
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
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.

       350-PRINT-FINAL-TOTALS.
           MOVE "EMPLOYEES ON STRENGTH REPORTED:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-HEADCOUNT TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "SUPERVISORS WITH DIRECT REPORTS:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-SUPERVISORS TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "SUPERVISOR TERMINATED:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-TERMINATED TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "SUPERVISOR ON LEAVE:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ON-LEAVE TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "SUPERVISOR ARCHIVED:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ARCHIVED TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "SUPERVISOR NOT ON FILE:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NOT-FOUND TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           MOVE "NOT PLACED IN A TREE:" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-UNPLACED TO WS-TOT-COUNT.
           PERFORM 351-PRINT-TOTAL-LINE.
           IF WS-ORG-OVERFLOW > 0
               MOVE "OVER TABLE LIMIT, NOT REPORTED:" TO WS-TOT-LABEL
               MOVE WS-ORG-OVERFLOW TO WS-TOT-COUNT
               PERFORM 351-PRINT-TOTAL-LINE
           END-IF.

       351-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       END PROGRAM ORG-TREE-RPT.
