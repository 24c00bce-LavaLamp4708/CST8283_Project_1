      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-11-19
      * Purpose: Establishment variance report comparing the authorized
      *          headcount for each department and position with the
      *          active and on-leave employees on the master, showing
      *          vacancies and over-strength cells
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-VAR-RPT.

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

           SELECT ESTABLISHMENT-FILE
           ASSIGN TO "Establishment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EST-FILE-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-FILE
           ASSIGN TO "PositionCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "EstablishmentReport.txt"
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

       FD ESTABLISHMENT-FILE.
       01 FS-ESTABLISHMENT-RECORD.
           05 FS-EST-DEPT-CODE PIC 9(3).
           05 FS-EST-POS-CODE PIC 9(4).
           05 FS-EST-AUTHORIZED PIC 9(4).

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD POSITION-FILE.
       01 FS-POSITION-RECORD.
           05 FS-POS-CODE PIC 9(4).
           05 FS-POS-TITLE PIC X(20).
           05 FS-POS-GRADE PIC 9(1).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-EST-FILE-STATUS PIC XX VALUE SPACES. *> File status for ESTABLISHMENT-FILE.
       01 WS-POSITION-FILE-STATUS PIC XX VALUE SPACES. *> File status for POSITION-FILE.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-POSITION-COUNT PIC 9(3) VALUE 0.     *> Number of position master entries loaded.
       01 WS-CELL-COUNT PIC 9(3) VALUE 0.         *> Department/position cells in the cell table.
       01 WS-CELL-OVERFLOW PIC 9(5) VALUE 0.      *> Cells the table could not hold, not reported.
       01 WS-SCOPE-CHOICE PIC 9(1) VALUE 0.       *> Report scope: 1-All cells, 2-Exceptions only.
       01 WS-FIND-DEPT PIC 9(3) VALUE 0.          *> Department of the cell being found or added.
       01 WS-FIND-POS PIC 9(4) VALUE 0.           *> Position of the cell being found or added.
       01 WS-CELL-FILLED PIC 9(5) VALUE 0.        *> Active plus on-leave employees in the cell.
       01 WS-CELL-VACANT PIC 9(5) VALUE 0.        *> Authorized seats nobody fills.
       01 WS-CELL-OVER PIC 9(5) VALUE 0.          *> Employees beyond the authorized count.
       01 WS-DEPT-PRINTED PIC 9(1) VALUE 0.       *> Indicator that the department heading is out.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the current heading.
       01 WS-REPORT-POS-TITLE PIC X(20) VALUE SPACES. *> Position title for the current detail line.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.

       01 WS-DEPT-TOTALS.
           05 WS-DT-AUTHORIZED PIC 9(6) VALUE 0.
           05 WS-DT-ACTIVE PIC 9(6) VALUE 0.
           05 WS-DT-ON-LEAVE PIC 9(6) VALUE 0.
           05 WS-DT-FILLED PIC 9(6) VALUE 0.
           05 WS-DT-VACANT PIC 9(6) VALUE 0.
           05 WS-DT-OVER PIC 9(6) VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GT-AUTHORIZED PIC 9(6) VALUE 0.
           05 WS-GT-ACTIVE PIC 9(6) VALUE 0.
           05 WS-GT-ON-LEAVE PIC 9(6) VALUE 0.
           05 WS-GT-FILLED PIC 9(6) VALUE 0.
           05 WS-GT-VACANT PIC 9(6) VALUE 0.
           05 WS-GT-OVER PIC 9(6) VALUE 0.
           05 WS-GT-VACANT-CELLS PIC 9(5) VALUE 0.
           05 WS-GT-OVER-CELLS PIC 9(5) VALUE 0.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47)
               VALUE "ESTABLISHMENT VACANCY AND OVER-STRENGTH REPORT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(6) VALUE "POS".
           05 FILLER PIC X(21) VALUE "POSITION TITLE".
           05 FILLER PIC X(7) VALUE "  AUTH".
           05 FILLER PIC X(7) VALUE "  ACTV".
           05 FILLER PIC X(7) VALUE " LEAVE".
           05 FILLER PIC X(7) VALUE "  FILL".
           05 FILLER PIC X(7) VALUE "  VACT".
           05 FILLER PIC X(7) VALUE "  OVER".
           05 FILLER PIC X(11) VALUE " STATUS".

       01 WS-DEPT-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DH-DEPT-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 WS-DET-POS-CODE PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-POS-TITLE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AUTHORIZED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-ACTIVE PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-ON-LEAVE PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-FILLED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-VACANT PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-OVER PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS PIC X(9).

       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CELL-IDX WS-LEFT-IDX.
               10 WS-CELL-DEPT-CODE PIC 9(3).
               10 WS-CELL-POS-CODE PIC 9(4).
               10 WS-CELL-AUTHORIZED PIC 9(4).
               10 WS-CELL-ACTIVE PIC 9(4).
               10 WS-CELL-ON-LEAVE PIC 9(4).
               10 WS-CELL-PRINTED PIC 9(1).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-POS-IDX WS-TITLE-IDX.
               10 WS-POS-CODE PIC 9(4).
               10 WS-POS-TITLE PIC X(20).
               10 WS-POS-GRADE PIC 9(1).

       PROCEDURE DIVISION.
       100-ESTAB-VAR-RPT.
           ACCEPT WS-H1-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 201-ACCEPT-REPORT-SCOPE.
           PERFORM 200-LOAD-DEPARTMENT-TABLE.
           PERFORM 202-LOAD-POSITION-TABLE.
           PERFORM 203-LOAD-ESTABLISHMENT.
           IF WS-EST-FILE-STATUS = "35"
               DISPLAY "No establishment file on hand; nothing to "
                   "report."
           ELSE
               PERFORM 210-COUNT-EMPLOYEES
               PERFORM 300-PRINT-VARIANCE-REPORT
           END-IF.
           STOP RUN.

       201-ACCEPT-REPORT-SCOPE.
           DISPLAY "Report 1-All cells or 2-Vacancies and "
               "over-strength only: ".
           ACCEPT WS-SCOPE-CHOICE.

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

       202-LOAD-POSITION-TABLE.
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

       203-LOAD-ESTABLISHMENT.
           MOVE 0 TO WS-CELL-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ESTABLISHMENT-FILE.
           IF WS-EST-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ ESTABLISHMENT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE FS-EST-DEPT-CODE TO WS-FIND-DEPT
                           MOVE FS-EST-POS-CODE TO WS-FIND-POS
                           PERFORM 220-FIND-OR-ADD-CELL
                           IF WS-CELL-IDX <= WS-CELL-COUNT
                               MOVE FS-EST-AUTHORIZED
                                   TO WS-CELL-AUTHORIZED (WS-CELL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTABLISHMENT-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> Active and on-leave employees both hold a seat.  Someone in
      *> a cell the establishment does not list adds a cell with no
      *> authorized seats, so they show as over strength.
       210-COUNT-EMPLOYEES.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   PERFORM 211-READ-AND-COUNT
               END-PERFORM
               CLOSE EMPLOYEE-RECORD-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       211-READ-AND-COUNT.
           READ EMPLOYEE-RECORD-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF FS-EMPLOYMENT-STATUS = "A"
                       OR FS-EMPLOYMENT-STATUS = "L"
                       MOVE FS-DEPARTMENT-CODE TO WS-FIND-DEPT
                       MOVE FS-POSITION-CODE TO WS-FIND-POS
                       PERFORM 220-FIND-OR-ADD-CELL
                       PERFORM 212-COUNT-IN-CELL
                   END-IF
           END-READ.

       212-COUNT-IN-CELL.
           IF WS-CELL-IDX <= WS-CELL-COUNT
               IF FS-EMPLOYMENT-STATUS = "A"
                   ADD 1 TO WS-CELL-ACTIVE (WS-CELL-IDX)
               ELSE
                   ADD 1 TO WS-CELL-ON-LEAVE (WS-CELL-IDX)
               END-IF
           END-IF.

       220-FIND-OR-ADD-CELL.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                      OR (WS-CELL-DEPT-CODE (WS-CELL-IDX) = WS-FIND-DEPT
                      AND WS-CELL-POS-CODE (WS-CELL-IDX) = WS-FIND-POS)
               CONTINUE
           END-PERFORM.
           IF WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-COUNT < 500
                   ADD 1 TO WS-CELL-COUNT
                   SET WS-CELL-IDX TO WS-CELL-COUNT
                   MOVE WS-FIND-DEPT TO WS-CELL-DEPT-CODE (WS-CELL-IDX)
                   MOVE WS-FIND-POS TO WS-CELL-POS-CODE (WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-AUTHORIZED (WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-ACTIVE (WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-ON-LEAVE (WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-PRINTED (WS-CELL-IDX)
               ELSE
                   ADD 1 TO WS-CELL-OVERFLOW
               END-IF
           END-IF.

      *> Cells print by department table order and, within each
      *> department, position table order.  Any cell whose codes are
      *> on neither table follows under its own department heading.
       300-PRINT-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-FIND-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-REPORT-DEPT-NAME
               PERFORM 310-PRINT-DEPARTMENT-CELLS
           END-PERFORM.
           PERFORM VARYING WS-LEFT-IDX FROM 1 BY 1
                   UNTIL WS-LEFT-IDX > WS-CELL-COUNT
               IF WS-CELL-PRINTED (WS-LEFT-IDX) = 0
                   MOVE WS-CELL-DEPT-CODE (WS-LEFT-IDX) TO WS-FIND-DEPT
                   MOVE "Unknown department" TO WS-REPORT-DEPT-NAME
                   PERFORM 315-PRINT-LEFTOVER-CELLS
               END-IF
           END-PERFORM.
           PERFORM 350-PRINT-FINAL-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "Report written to EstablishmentReport.txt.".

       310-PRINT-DEPARTMENT-CELLS.
           MOVE 0 TO WS-DEPT-PRINTED.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POSITION-COUNT
               MOVE WS-POS-CODE (WS-POS-IDX) TO WS-FIND-POS
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                       UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   IF WS-CELL-DEPT-CODE (WS-CELL-IDX) = WS-FIND-DEPT
                       AND WS-CELL-POS-CODE (WS-CELL-IDX) = WS-FIND-POS
                       AND WS-CELL-PRINTED (WS-CELL-IDX) = 0
                       PERFORM 320-PRINT-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> A position code missing from the position table still has
      *> its cell reported under the right department.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DEPT-CODE (WS-CELL-IDX) = WS-FIND-DEPT
                   AND WS-CELL-PRINTED (WS-CELL-IDX) = 0
                   PERFORM 320-PRINT-CELL
               END-IF
           END-PERFORM.
           IF WS-DEPT-PRINTED = 1
               PERFORM 330-PRINT-DEPARTMENT-TOTALS
           END-IF.

       315-PRINT-LEFTOVER-CELLS.
           MOVE 0 TO WS-DEPT-PRINTED.
           MOVE ZEROS TO WS-DEPT-TOTALS.
           PERFORM VARYING WS-CELL-IDX FROM WS-LEFT-IDX BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-DEPT-CODE (WS-CELL-IDX) = WS-FIND-DEPT
                   AND WS-CELL-PRINTED (WS-CELL-IDX) = 0
                   PERFORM 320-PRINT-CELL
               END-IF
           END-PERFORM.
           IF WS-DEPT-PRINTED = 1
               PERFORM 330-PRINT-DEPARTMENT-TOTALS
           END-IF.

      *> Every cell counts toward the totals; the exceptions-only
      *> scope just leaves the balanced cells off the page.
       320-PRINT-CELL.
           MOVE 1 TO WS-CELL-PRINTED (WS-CELL-IDX).
           COMPUTE WS-CELL-FILLED = WS-CELL-ACTIVE (WS-CELL-IDX)
               + WS-CELL-ON-LEAVE (WS-CELL-IDX).
           MOVE 0 TO WS-CELL-VACANT.
           MOVE 0 TO WS-CELL-OVER.
           IF WS-CELL-FILLED < WS-CELL-AUTHORIZED (WS-CELL-IDX)
               COMPUTE WS-CELL-VACANT =
                   WS-CELL-AUTHORIZED (WS-CELL-IDX) - WS-CELL-FILLED
               ADD 1 TO WS-GT-VACANT-CELLS
           END-IF.
           IF WS-CELL-FILLED > WS-CELL-AUTHORIZED (WS-CELL-IDX)
               COMPUTE WS-CELL-OVER =
                   WS-CELL-FILLED - WS-CELL-AUTHORIZED (WS-CELL-IDX)
               ADD 1 TO WS-GT-OVER-CELLS
           END-IF.
           ADD WS-CELL-AUTHORIZED (WS-CELL-IDX) TO WS-DT-AUTHORIZED.
           ADD WS-CELL-ACTIVE (WS-CELL-IDX) TO WS-DT-ACTIVE.
           ADD WS-CELL-ON-LEAVE (WS-CELL-IDX) TO WS-DT-ON-LEAVE.
           ADD WS-CELL-FILLED TO WS-DT-FILLED.
           ADD WS-CELL-VACANT TO WS-DT-VACANT.
           ADD WS-CELL-OVER TO WS-DT-OVER.
           IF WS-SCOPE-CHOICE NOT = 2
               OR WS-CELL-VACANT > 0 OR WS-CELL-OVER > 0
               IF WS-DEPT-PRINTED = 0
                   PERFORM 325-PRINT-DEPARTMENT-HEADING
               END-IF
               PERFORM 321-LOOKUP-POS-TITLE
               MOVE WS-CELL-POS-CODE (WS-CELL-IDX) TO WS-DET-POS-CODE
               MOVE WS-REPORT-POS-TITLE TO WS-DET-POS-TITLE
               MOVE WS-CELL-AUTHORIZED (WS-CELL-IDX)
                   TO WS-DET-AUTHORIZED
               MOVE WS-CELL-ACTIVE (WS-CELL-IDX) TO WS-DET-ACTIVE
               MOVE WS-CELL-ON-LEAVE (WS-CELL-IDX) TO WS-DET-ON-LEAVE
               MOVE WS-CELL-FILLED TO WS-DET-FILLED
               MOVE WS-CELL-VACANT TO WS-DET-VACANT
               MOVE WS-CELL-OVER TO WS-DET-OVER
               EVALUATE TRUE
                   WHEN WS-CELL-OVER > 0
                       MOVE "OVER" TO WS-DET-STATUS
                   WHEN WS-CELL-VACANT > 0
                       MOVE "VACANCY" TO WS-DET-STATUS
                   WHEN OTHER
                       MOVE SPACES TO WS-DET-STATUS
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

       321-LOOKUP-POS-TITLE.
           MOVE "Unknown position" TO WS-REPORT-POS-TITLE.
           PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                   UNTIL WS-TITLE-IDX > WS-POSITION-COUNT
               IF WS-CELL-POS-CODE (WS-CELL-IDX) =
                      WS-POS-CODE (WS-TITLE-IDX)
                   MOVE WS-POS-TITLE (WS-TITLE-IDX)
                       TO WS-REPORT-POS-TITLE
               END-IF
           END-PERFORM.

       325-PRINT-DEPARTMENT-HEADING.
           MOVE 1 TO WS-DEPT-PRINTED.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE WS-FIND-DEPT TO WS-DH-DEPT-CODE.
           MOVE WS-REPORT-DEPT-NAME TO WS-DH-DEPT-NAME.
           MOVE WS-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       330-PRINT-DEPARTMENT-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  DEPARTMENT TOTAL" TO WS-DET-POS-TITLE.
           MOVE WS-DT-AUTHORIZED TO WS-DET-AUTHORIZED.
           MOVE WS-DT-ACTIVE TO WS-DET-ACTIVE.
           MOVE WS-DT-ON-LEAVE TO WS-DET-ON-LEAVE.
           MOVE WS-DT-FILLED TO WS-DET-FILLED.
           MOVE WS-DT-VACANT TO WS-DET-VACANT.
           MOVE WS-DT-OVER TO WS-DET-OVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD WS-DT-AUTHORIZED TO WS-GT-AUTHORIZED.
           ADD WS-DT-ACTIVE TO WS-GT-ACTIVE.
           ADD WS-DT-ON-LEAVE TO WS-GT-ON-LEAVE.
           ADD WS-DT-FILLED TO WS-GT-FILLED.
           ADD WS-DT-VACANT TO WS-GT-VACANT.
           ADD WS-DT-OVER TO WS-GT-OVER.

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
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "ALL DEPARTMENTS" TO WS-DET-POS-TITLE.
           MOVE WS-GT-AUTHORIZED TO WS-DET-AUTHORIZED.
           MOVE WS-GT-ACTIVE TO WS-DET-ACTIVE.
           MOVE WS-GT-ON-LEAVE TO WS-DET-ON-LEAVE.
           MOVE WS-GT-FILLED TO WS-DET-FILLED.
           MOVE WS-GT-VACANT TO WS-DET-VACANT.
           MOVE WS-GT-OVER TO WS-DET-OVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CELLS WITH VACANCIES: " DELIMITED BY SIZE
                  WS-GT-VACANT-CELLS DELIMITED BY SIZE
                  "   CELLS OVER STRENGTH: " DELIMITED BY SIZE
                  WS-GT-OVER-CELLS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 344-WRITE-REPORT-LINE.
           IF WS-CELL-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CELLS OVER TABLE LIMIT, NOT REPORTED: "
                      DELIMITED BY SIZE
                      WS-CELL-OVERFLOW DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

       END PROGRAM ESTAB-VAR-RPT.
