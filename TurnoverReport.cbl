      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-11-26
      * Purpose: Turnover report by department and termination reason
      *          for the twelve months ending on a chosen date, with an
      *          attrition rate against the average headcount from the
      *          month-end snapshot history
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "TerminationHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT SNAPSHOT-HISTORY-FILE
           ASSIGN TO "DeptSnapshotHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT TERM-REASON-FILE
           ASSIGN TO "TermReason.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
           ASSIGN TO "TurnoverReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-HISTORY-FILE.
       01 TM-TERM-RECORD.
           05 TM-EMPLOYEE-ID PIC 9(6).
           05 TM-DEPARTMENT-CODE PIC 9(3).
           05 TM-TERM-DATE PIC 9(8).
           05 TM-REASON-CODE PIC 9(2).
           05 TM-OPERATOR-ID PIC X(4).

       FD SNAPSHOT-HISTORY-FILE.
       01 SN-SNAPSHOT-RECORD.
           05 SN-SNAPSHOT-DATE PIC 9(8).
           05 SN-DEPT-CODE PIC 9(3).
           05 SN-ACTIVE-COUNT PIC 9(5).
           05 SN-LEAVE-COUNT PIC 9(5).
           05 SN-TERM-COUNT PIC 9(5).
           05 SN-AVG-YOS PIC 9(3)V99.

       FD TERM-REASON-FILE.
       01 FS-TERM-REASON-RECORD.
           05 FS-TR-CODE PIC 9(2).
           05 FS-TR-DESCRIPTION PIC X(20).
           05 FS-TR-GROUP PIC X(1).
           05 FS-TR-REHIRE PIC X(1).

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-TM-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-HISTORY-FILE.
       01 WS-SNAP-FILE-STATUS PIC XX VALUE SPACES. *> File status for SNAPSHOT-HISTORY-FILE.
       01 WS-TR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-REASON-FILE.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Today's date; the period cannot end in the future.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Departments in the turnover table.
       01 WS-DEPT-OVERFLOW PIC 9(5) VALUE 0.      *> Records for departments the table could not hold.
       01 WS-TR-COUNT PIC 9(3) VALUE 0.           *> Number of termination reason entries loaded.
       01 WS-FIND-DEPT PIC 9(3) VALUE 0.          *> Department being found or added in the table.
       01 WS-REASON-SLOT PIC 9(3) VALUE 0.        *> Reason table position of a leaver's reason; 0 if unknown.
       01 WS-PERIOD-VALID PIC 9(1) VALUE 0.       *> Indicator that the period end date is a plausible date.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.      *> Number of days in the period end date's month/year.
       01 WS-AVG-HEADCOUNT PIC 9(5)V99 VALUE 0.   *> Average snapshot headcount for the line being printed.
       01 WS-ATTRITION-RATE PIC 9(4)V99 VALUE 0.  *> Leavers as a percentage of the average headcount.
       01 WS-VOLUNTARY-RATE PIC 9(4)V99 VALUE 0.  *> Voluntary leavers as a percentage of the same.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.
       01 WS-NOTE-COUNT PIC ZZZZZ9.               *> Count shown in a footnote line.

      *> The twelve months run from the day after the same date a
      *> year earlier through the period end date itself.
       01 WS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-BREAKDOWN REDEFINES WS-PERIOD-END.
           05 WS-END-YYYY PIC 9(4).
           05 WS-END-MM PIC 9(2).
           05 WS-END-DD PIC 9(2).
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-START-BREAKDOWN REDEFINES WS-PERIOD-START.
           05 WS-START-YYYY PIC 9(4).
           05 WS-START-MM PIC 9(2).
           05 WS-START-DD PIC 9(2).

       01 WS-GRAND-TOTALS.
           05 WS-GT-LEAVERS PIC 9(6) VALUE 0.
           05 WS-GT-VOLUNTARY PIC 9(6) VALUE 0.
           05 WS-GT-INVOLUNTARY PIC 9(6) VALUE 0.
           05 WS-GT-RATED-LEAVERS PIC 9(6) VALUE 0.
           05 WS-GT-RATED-VOLUNTARY PIC 9(6) VALUE 0.
           05 WS-GT-UNRATED-LEAVERS PIC 9(6) VALUE 0.
           05 WS-GT-AVG-HEADCOUNT PIC 9(7)V99 VALUE 0.

      *> One entry per department, seeded from the department table
      *> so departments print in table order.  Leavers are counted by
      *> position in the reason table; a code no longer on the table
      *> is counted on its own.
       01 WS-TURN-TABLE.
           05 WS-TURN-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURN-IDX.
               10 WS-TD-DEPT-CODE PIC 9(3).
               10 WS-TD-DEPT-NAME PIC X(20).
               10 WS-TD-SNAP-COUNT PIC 9(3).
               10 WS-TD-HEADCOUNT-SUM PIC 9(7).
               10 WS-TD-LEAVERS PIC 9(5).
               10 WS-TD-VOLUNTARY PIC 9(5).
               10 WS-TD-INVOLUNTARY PIC 9(5).
               10 WS-TD-UNKNOWN-REASON PIC 9(5).
               10 WS-TD-REASON-COUNT PIC 9(5) OCCURS 50 TIMES.

       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 50 TIMES INDEXED BY WS-TR-IDX.
               10 WS-TR-CODE PIC 9(2).
               10 WS-TR-DESCRIPTION PIC X(20).
               10 WS-TR-GROUP PIC X(1).
               10 WS-TR-REHIRE PIC X(1).

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47)
               VALUE "TURNOVER BY DEPARTMENT AND TERMINATION REASON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(21) VALUE "TWELVE MONTHS ENDING ".
           05 WS-H2-PERIOD-END PIC 9(8).
           05 FILLER PIC X(15) VALUE "   (AFTER DATE ".
           05 WS-H2-PERIOD-START PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "  CODE".
           05 FILLER PIC X(22) VALUE "REASON".
           05 FILLER PIC X(14) VALUE "GROUP".
           05 FILLER PIC X(7) VALUE "LEAVERS".

       01 WS-DEPT-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DH-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DH-DEPT-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-REASON-CODE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-REASON-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-GROUP PIC X(11).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-LEAVERS PIC ZZZZ9.

       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(20).
           05 FILLER PIC X(8) VALUE "LEAVERS ".
           05 WS-CL-LEAVERS PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  VOLUNTARY ".
           05 WS-CL-VOLUNTARY PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  INVOLUNTARY ".
           05 WS-CL-INVOLUNTARY PIC ZZZZZ9.

       01 WS-RATE-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "AVG HEADCOUNT ".
           05 WS-RL-AVG-HEADCOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(12) VALUE "  ATTRITION ".
           05 WS-RL-RATE PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(6) VALUE "  VOL ".
           05 WS-RL-VOL-RATE PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
       100-TURNOVER-RPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 201-ACCEPT-PERIOD-END.
           PERFORM 203-LOAD-DEPARTMENT-TABLE.
           PERFORM 204-LOAD-TERM-REASON-TABLE.
           PERFORM 210-LOAD-TERMINATIONS.
           IF WS-TM-FILE-STATUS = "35"
               DISPLAY "No termination history on file; nothing to "
                   "report."
           ELSE
               PERFORM 220-LOAD-SNAPSHOT-HEADCOUNTS
               IF WS-SNAP-FILE-STATUS = "35"
                   DISPLAY "No snapshot history on file; attrition "
                       "rates will not be shown."
               END-IF
               PERFORM 300-PRINT-TURNOVER-REPORT
           END-IF.
           STOP RUN.

       201-ACCEPT-PERIOD-END.
           PERFORM 206-PROMPT-PERIOD-END.
           PERFORM 207-CHECK-PERIOD-END-VALID.
           PERFORM UNTIL WS-PERIOD-VALID = 1
               DISPLAY "Period end must be a valid YYYYMMDD date "
                   "not in the future."
               PERFORM 206-PROMPT-PERIOD-END
               PERFORM 207-CHECK-PERIOD-END-VALID
           END-PERFORM.
           MOVE WS-PERIOD-END TO WS-PERIOD-START.
           SUBTRACT 1 FROM WS-START-YYYY.
           MOVE WS-PERIOD-END TO WS-H2-PERIOD-END.
           MOVE WS-PERIOD-START TO WS-H2-PERIOD-START.

       206-PROMPT-PERIOD-END.
           DISPLAY "Enter the last day of the 12-month period "
               "(YYYYMMDD): ".
           ACCEPT WS-PERIOD-END.

       207-CHECK-PERIOD-END-VALID.
           MOVE 0 TO WS-PERIOD-VALID.
           IF WS-END-YYYY >= 1900
               AND WS-END-MM >= 1 AND WS-END-MM <= 12
               AND WS-END-DD >= 1 AND WS-END-DD <= 31
               AND WS-PERIOD-END <= WS-TODAY-DATE
               PERFORM 208-DETERMINE-END-DAYS-IN-MONTH
               IF WS-END-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-PERIOD-VALID
               END-IF
           END-IF.

       208-DETERMINE-END-DAYS-IN-MONTH.
           EVALUATE WS-END-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-END-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-END-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD (WS-END-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       203-LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT DEPARTMENT-FILE.
           PERFORM UNTIL WS-EOF = 1
               READ DEPARTMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE FS-DEPT-CODE TO WS-FIND-DEPT
                       PERFORM 230-FIND-OR-ADD-DEPT
                       IF WS-TURN-IDX <= WS-DEPT-COUNT
                           MOVE FS-DEPT-NAME
                               TO WS-TD-DEPT-NAME (WS-TURN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
           MOVE 0 TO WS-EOF.

       204-LOAD-TERM-REASON-TABLE.
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

      *> A leaver counts against the department they left from, as
      *> the termination history recorded it.
       210-LOAD-TERMINATIONS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TERM-HISTORY-FILE.
           IF WS-TM-FILE-STATUS NOT = "35"
               PERFORM 211-READ-TERMINATION UNTIL WS-EOF = 1
               CLOSE TERM-HISTORY-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       211-READ-TERMINATION.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF TM-TERM-DATE > WS-PERIOD-START
                       AND TM-TERM-DATE <= WS-PERIOD-END
                       MOVE TM-DEPARTMENT-CODE TO WS-FIND-DEPT
                       PERFORM 230-FIND-OR-ADD-DEPT
                       IF WS-TURN-IDX <= WS-DEPT-COUNT
                           PERFORM 212-COUNT-LEAVER
                       END-IF
                   END-IF
           END-READ.

      *> A reason no longer on the table cannot be grouped, so it is
      *> counted as a leaver but in neither group.
       212-COUNT-LEAVER.
           ADD 1 TO WS-TD-LEAVERS (WS-TURN-IDX).
           MOVE 0 TO WS-REASON-SLOT.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF TM-REASON-CODE = WS-TR-CODE (WS-TR-IDX)
                   SET WS-REASON-SLOT TO WS-TR-IDX
               END-IF
           END-PERFORM.
           IF WS-REASON-SLOT = 0
               ADD 1 TO WS-TD-UNKNOWN-REASON (WS-TURN-IDX)
           ELSE
               ADD 1 TO WS-TD-REASON-COUNT (WS-TURN-IDX, WS-REASON-SLOT)
               IF WS-TR-GROUP (WS-REASON-SLOT) = "V"
                   ADD 1 TO WS-TD-VOLUNTARY (WS-TURN-IDX)
               ELSE
                   ADD 1 TO WS-TD-INVOLUNTARY (WS-TURN-IDX)
               END-IF
           END-IF.

      *> Each month-end snapshot in the period contributes its active
      *> plus on-leave count; the average over those snapshots is the
      *> headcount the leavers are measured against.
       220-LOAD-SNAPSHOT-HEADCOUNTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SNAPSHOT-HISTORY-FILE.
           IF WS-SNAP-FILE-STATUS NOT = "35"
               PERFORM 221-READ-SNAPSHOT UNTIL WS-EOF = 1
               CLOSE SNAPSHOT-HISTORY-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       221-READ-SNAPSHOT.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF SN-SNAPSHOT-DATE > WS-PERIOD-START
                       AND SN-SNAPSHOT-DATE <= WS-PERIOD-END
                       MOVE SN-DEPT-CODE TO WS-FIND-DEPT
                       PERFORM 230-FIND-OR-ADD-DEPT
                       IF WS-TURN-IDX <= WS-DEPT-COUNT
                           ADD 1 TO WS-TD-SNAP-COUNT (WS-TURN-IDX)
                           ADD SN-ACTIVE-COUNT SN-LEAVE-COUNT
                               TO WS-TD-HEADCOUNT-SUM (WS-TURN-IDX)
                       END-IF
                   END-IF
           END-READ.

       230-FIND-OR-ADD-DEPT.
           PERFORM VARYING WS-TURN-IDX FROM 1 BY 1
                   UNTIL WS-TURN-IDX > WS-DEPT-COUNT
                      OR WS-TD-DEPT-CODE (WS-TURN-IDX) = WS-FIND-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-TURN-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-TURN-IDX TO WS-DEPT-COUNT
                   MOVE ZEROS TO WS-TURN-ENTRY (WS-TURN-IDX)
                   MOVE WS-FIND-DEPT TO WS-TD-DEPT-CODE (WS-TURN-IDX)
                   MOVE "Unknown department"
                       TO WS-TD-DEPT-NAME (WS-TURN-IDX)
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
               END-IF
           END-IF.

       300-PRINT-TURNOVER-REPORT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING WS-TURN-IDX FROM 1 BY 1
                   UNTIL WS-TURN-IDX > WS-DEPT-COUNT
               IF WS-TD-LEAVERS (WS-TURN-IDX) > 0
                   OR WS-TD-SNAP-COUNT (WS-TURN-IDX) > 0
                   PERFORM 310-PRINT-DEPARTMENT
               END-IF
           END-PERFORM.
           PERFORM 350-PRINT-FINAL-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "Report written to TurnoverReport.txt.".

       310-PRINT-DEPARTMENT.
           PERFORM 325-PRINT-DEPARTMENT-HEADING.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TD-REASON-COUNT (WS-TURN-IDX, WS-TR-IDX) > 0
                   PERFORM 320-PRINT-REASON-LINE
               END-IF
           END-PERFORM.
           IF WS-TD-UNKNOWN-REASON (WS-TURN-IDX) > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "??" TO WS-DET-REASON-CODE
               MOVE "Reason not on table" TO WS-DET-REASON-DESC
               MOVE WS-TD-UNKNOWN-REASON (WS-TURN-IDX) TO WS-DET-LEAVERS
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.
           IF WS-TD-LEAVERS (WS-TURN-IDX) = 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "  No leavers in the period." TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.
           PERFORM 330-PRINT-DEPARTMENT-TOTALS.

       320-PRINT-REASON-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TR-CODE (WS-TR-IDX) TO WS-DET-REASON-CODE.
           MOVE WS-TR-DESCRIPTION (WS-TR-IDX) TO WS-DET-REASON-DESC.
           IF WS-TR-GROUP (WS-TR-IDX) = "V"
               MOVE "VOLUNTARY" TO WS-DET-GROUP
           ELSE
               MOVE "INVOLUNTARY" TO WS-DET-GROUP
           END-IF.
           MOVE WS-TD-REASON-COUNT (WS-TURN-IDX, WS-TR-IDX)
               TO WS-DET-LEAVERS.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       325-PRINT-DEPARTMENT-HEADING.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE WS-TD-DEPT-CODE (WS-TURN-IDX) TO WS-DH-DEPT-CODE.
           MOVE WS-TD-DEPT-NAME (WS-TURN-IDX) TO WS-DH-DEPT-NAME.
           MOVE WS-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

      *> A department with no snapshot in the period has no headcount
      *> to measure against; its leavers are still counted but are
      *> left out of the all-department rate.
       330-PRINT-DEPARTMENT-TOTALS.
           MOVE "  DEPARTMENT TOTAL" TO WS-CL-LABEL.
           MOVE WS-TD-LEAVERS (WS-TURN-IDX) TO WS-CL-LEAVERS.
           MOVE WS-TD-VOLUNTARY (WS-TURN-IDX) TO WS-CL-VOLUNTARY.
           MOVE WS-TD-INVOLUNTARY (WS-TURN-IDX) TO WS-CL-INVOLUNTARY.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD WS-TD-LEAVERS (WS-TURN-IDX) TO WS-GT-LEAVERS.
           ADD WS-TD-VOLUNTARY (WS-TURN-IDX) TO WS-GT-VOLUNTARY.
           ADD WS-TD-INVOLUNTARY (WS-TURN-IDX) TO WS-GT-INVOLUNTARY.
           IF WS-TD-SNAP-COUNT (WS-TURN-IDX) = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "                    NO HEADCOUNT SNAPSHOT "
                      DELIMITED BY SIZE
                      "IN THE PERIOD; RATE NOT AVAILABLE"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 344-WRITE-REPORT-LINE
               ADD WS-TD-LEAVERS (WS-TURN-IDX) TO WS-GT-UNRATED-LEAVERS
           ELSE
               COMPUTE WS-AVG-HEADCOUNT ROUNDED =
                   WS-TD-HEADCOUNT-SUM (WS-TURN-IDX)
                       / WS-TD-SNAP-COUNT (WS-TURN-IDX)
               ADD WS-AVG-HEADCOUNT TO WS-GT-AVG-HEADCOUNT
               ADD WS-TD-LEAVERS (WS-TURN-IDX) TO WS-GT-RATED-LEAVERS
               ADD WS-TD-VOLUNTARY (WS-TURN-IDX)
                   TO WS-GT-RATED-VOLUNTARY
               PERFORM 340-COMPUTE-RATES
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       340-COMPUTE-RATES.
           MOVE 0 TO WS-ATTRITION-RATE.
           MOVE 0 TO WS-VOLUNTARY-RATE.
           IF WS-AVG-HEADCOUNT > 0
               COMPUTE WS-ATTRITION-RATE ROUNDED =
                   WS-TD-LEAVERS (WS-TURN-IDX) * 100 / WS-AVG-HEADCOUNT
               COMPUTE WS-VOLUNTARY-RATE ROUNDED =
                   WS-TD-VOLUNTARY (WS-TURN-IDX) * 100
                       / WS-AVG-HEADCOUNT
           END-IF.
           MOVE WS-AVG-HEADCOUNT TO WS-RL-AVG-HEADCOUNT.
           MOVE WS-ATTRITION-RATE TO WS-RL-RATE.
           MOVE WS-VOLUNTARY-RATE TO WS-RL-VOL-RATE.
           MOVE WS-RATE-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

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
           MOVE WS-HEADING-LINE-2 TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.

      *> The all-department rate is the rated departments' leavers
      *> over the sum of their average headcounts.
       350-PRINT-FINAL-TOTALS.
           MOVE "ALL DEPARTMENTS" TO WS-CL-LABEL.
           MOVE WS-GT-LEAVERS TO WS-CL-LEAVERS.
           MOVE WS-GT-VOLUNTARY TO WS-CL-VOLUNTARY.
           MOVE WS-GT-INVOLUNTARY TO WS-CL-INVOLUNTARY.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE 0 TO WS-ATTRITION-RATE.
           MOVE 0 TO WS-VOLUNTARY-RATE.
           IF WS-GT-AVG-HEADCOUNT > 0
               COMPUTE WS-ATTRITION-RATE ROUNDED =
                   WS-GT-RATED-LEAVERS * 100 / WS-GT-AVG-HEADCOUNT
               COMPUTE WS-VOLUNTARY-RATE ROUNDED =
                   WS-GT-RATED-VOLUNTARY * 100 / WS-GT-AVG-HEADCOUNT
           END-IF.
           MOVE WS-GT-AVG-HEADCOUNT TO WS-RL-AVG-HEADCOUNT.
           MOVE WS-ATTRITION-RATE TO WS-RL-RATE.
           MOVE WS-VOLUNTARY-RATE TO WS-RL-VOL-RATE.
           MOVE WS-RATE-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           IF WS-GT-UNRATED-LEAVERS > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-GT-UNRATED-LEAVERS TO WS-NOTE-COUNT
               STRING "LEAVERS IN DEPARTMENTS WITH NO SNAPSHOT, "
                      DELIMITED BY SIZE
                      "NOT IN THE RATE: " DELIMITED BY SIZE
                      WS-NOTE-COUNT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.
           IF WS-DEPT-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-DEPT-OVERFLOW TO WS-NOTE-COUNT
               STRING "RECORDS FOR DEPARTMENTS OVER TABLE LIMIT, "
                      DELIMITED BY SIZE
                      "NOT REPORTED: " DELIMITED BY SIZE
                      WS-NOTE-COUNT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

       END PROGRAM TURNOVER-RPT.
