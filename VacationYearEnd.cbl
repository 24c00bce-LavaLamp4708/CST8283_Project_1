      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-10
      * Purpose: Vacation year-end: closes each employee's balance for
      *          the year, carries unused days forward up to a cap as
      *          next year's opening balance, hands terminated
      *          employees' unused days to payroll for payout, and
      *          prints a balance report by department
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-YEAR-END.

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

           SELECT VACATION-BALANCE-FILE
           ASSIGN TO "VacationBalance.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-BALANCE-KEY
           FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT VACATION-LEDGER-FILE
           ASSIGN TO "VacationLedger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VL-LEDGER-KEY
           FILE STATUS IS WS-VL-FILE-STATUS.

           SELECT PAYOUT-FILE
           ASSIGN TO "VacationPayout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VP-FILE-STATUS.

           SELECT OPERATOR-FILE
           ASSIGN TO "OperatorTable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAND-TABLE-FILE
           ASSIGN TO "VacationBands.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "VacationBalanceReport.txt"
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

       FD VACATION-BALANCE-FILE.
       01 BL-BALANCE-RECORD.
           05 BL-BALANCE-KEY.
               10 BL-EMPLOYEE-ID PIC 9(6).
               10 BL-VACATION-YEAR PIC 9(4).
           05 BL-ENTITLED-DAYS PIC 9(3).
           05 BL-CARRIED-IN-DAYS PIC 9(3).
           05 BL-CLOSED-FLAG PIC X(1).
           05 BL-CARRIED-OUT-DAYS PIC 9(3).
           05 BL-FORFEITED-DAYS PIC 9(3).
           05 BL-PAID-OUT-DAYS PIC 9(3).
           05 BL-UPDATED-DATE PIC 9(8).

       FD VACATION-LEDGER-FILE.
       01 VL-LEDGER-RECORD.
           05 VL-LEDGER-KEY.
               10 VL-EMPLOYEE-ID PIC 9(6).
               10 VL-START-DATE PIC 9(8).
           05 VL-END-DATE PIC 9(8).
           05 VL-DAYS PIC 9(3).
           05 VL-ENTRY-STATUS PIC X(1).
           05 VL-BOOKED-DATE PIC 9(8).
           05 VL-STATUS-DATE PIC 9(8).
           05 VL-OPERATOR-ID PIC X(4).

       FD PAYOUT-FILE.
       01 VP-PAYOUT-RECORD.
           05 VP-EMPLOYEE-ID PIC 9(6).
           05 VP-DEPARTMENT-CODE PIC 9(3).
           05 VP-VACATION-YEAR PIC 9(4).
           05 VP-TERM-DATE PIC 9(8).
           05 VP-UNUSED-DAYS PIC 9(3).
           05 VP-RUN-DATE PIC 9(8).
           05 VP-OPERATOR-ID PIC X(4).

       FD OPERATOR-FILE.
       01 FS-OPERATOR-RECORD.
           05 FS-OPERATOR-ID PIC X(4).
           05 FS-OPERATOR-NAME PIC X(20).
           05 FS-OPERATOR-LEVEL PIC X(1).

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD BAND-TABLE-FILE.
       01 VB-BAND-RECORD.
           05 VB-MIN-YEARS PIC 9(2).
           05 VB-MAX-YEARS PIC 9(2).
           05 VB-VACATION-DAYS PIC 9(2).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-BL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-BALANCE-FILE.
       01 WS-VL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-LEDGER-FILE.
       01 WS-VP-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PAYOUT-FILE.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES. *> File status for OPERATOR-FILE.
       01 WS-BAND-FILE-STATUS PIC XX VALUE SPACES. *> File status for BAND-TABLE-FILE.
       01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.     *> Number of operator table entries loaded.
       01 WS-OPERATOR-VALID PIC 9(1) VALUE 0.     *> Indicator that the signed-on operator ID is on the table.
       01 WS-OPERATOR-ID PIC X(4) VALUE SPACES.   *> Operator signed on for this run.
       01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES. *> Name of the signed-on operator.
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE SPACES. *> Authority level of the signed-on operator: S-Senior, C-Clerk.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date.
       01 WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MMDD PIC 9(4).
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-BAND-COUNT PIC 9(2) VALUE 0.         *> Number of vacation bands loaded.
       01 WS-CLOSE-YEAR PIC 9(4) VALUE 0.         *> Vacation year being closed.
       01 WS-NEXT-YEAR PIC 9(4) VALUE 0.          *> Year the carried days open in.
       01 WS-CLOSE-YEAR-END PIC 9(8) VALUE 0.     *> Last day of the year being closed.
       01 WS-CARRY-CAP PIC 9(2) VALUE 0.          *> Most unused days an employee may carry forward.
       01 WS-CONFIRM-REPLY PIC X(1) VALUE SPACE.  *> Operator's answer to the close prompt.
       01 WS-VL-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries for the year on the ledger.
       01 WS-VAC-TAKEN PIC 9(4) VALUE 0.          *> Days recorded as taken in the year.
       01 WS-VAC-BOOKED PIC 9(4) VALUE 0.         *> Days booked in the year and not recorded as taken.
       01 WS-UNUSED-WORK PIC S9(5) VALUE 0.       *> Opening balance less days used; below zero means overdrawn.
       01 WS-UNUSED-DAYS PIC 9(3) VALUE 0.        *> Unused days at year-end.
       01 WS-CARRY-DAYS PIC 9(3) VALUE 0.         *> Days carried into next year.
       01 WS-FORFEIT-DAYS PIC 9(3) VALUE 0.       *> Unused days over the cap, lost at year-end.
       01 WS-PAYOUT-DAYS PIC 9(3) VALUE 0.        *> Unused days handed to payroll for a terminated employee.
       01 WS-SERVICE-YEARS PIC 9(3) VALUE 0.      *> Completed years of service on the first day of next year.
       01 WS-GRANT-DAYS PIC 9(2) VALUE 0.         *> Next year's entitlement from the service bands.
       01 WS-CURRENT-DEPT PIC 9(3) VALUE 0.       *> Department whose lines are being printed.
       01 WS-DEPT-LISTED PIC 9(1) VALUE 0.        *> Indicator that a department section is open.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.

       01 WS-NEXT-JAN-FIRST PIC 9(8) VALUE 0.     *> First day of next year, for next year's entitlement.
       01 WS-NEXT-JAN-BREAKDOWN REDEFINES WS-NEXT-JAN-FIRST.
           05 WS-NEXT-YYYY PIC 9(4).
           05 WS-NEXT-MM PIC 9(2).
           05 WS-NEXT-DD PIC 9(2).

       01 WS-HIRE-DATE-NUM PIC 9(8) VALUE 0.
       01 WS-HIRE-BREAKDOWN REDEFINES WS-HIRE-DATE-NUM.
           05 WS-HIRE-YYYY PIC 9(4).
           05 WS-HIRE-MM PIC 9(2).
           05 WS-HIRE-DD PIC 9(2).

       01 WS-RUN-COUNTS.
           05 WS-RECORD-COUNT PIC 9(5) VALUE 0.
           05 WS-NO-BALANCE-COUNT PIC 9(5) VALUE 0.
           05 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
           05 WS-CARRIED-COUNT PIC 9(5) VALUE 0.
           05 WS-CAPPED-COUNT PIC 9(5) VALUE 0.
           05 WS-PAID-OUT-COUNT PIC 9(5) VALUE 0.
           05 WS-CLOSED-EARLIER-COUNT PIC 9(5) VALUE 0.
           05 WS-OVERDRAWN-COUNT PIC 9(5) VALUE 0.
           05 WS-WRITE-FAILED-COUNT PIC 9(5) VALUE 0.

       01 WS-DEPT-TOTALS.
           05 WS-DT-ENTITLED PIC 9(6) VALUE 0.
           05 WS-DT-CARRIED-IN PIC 9(6) VALUE 0.
           05 WS-DT-TAKEN PIC 9(6) VALUE 0.
           05 WS-DT-BOOKED PIC 9(6) VALUE 0.
           05 WS-DT-UNUSED PIC 9(6) VALUE 0.
           05 WS-DT-CARRIED-OUT PIC 9(6) VALUE 0.
           05 WS-DT-FORFEITED PIC 9(6) VALUE 0.
           05 WS-DT-PAID-OUT PIC 9(6) VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GT-ENTITLED PIC 9(6) VALUE 0.
           05 WS-GT-CARRIED-IN PIC 9(6) VALUE 0.
           05 WS-GT-TAKEN PIC 9(6) VALUE 0.
           05 WS-GT-BOOKED PIC 9(6) VALUE 0.
           05 WS-GT-UNUSED PIC 9(6) VALUE 0.
           05 WS-GT-CARRIED-OUT PIC 9(6) VALUE 0.
           05 WS-GT-FORFEITED PIC 9(6) VALUE 0.
           05 WS-GT-PAID-OUT PIC 9(6) VALUE 0.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-OPERATOR-IDX.
               10 WS-OP-ID PIC X(4).
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 10 TIMES INDEXED BY WS-BAND-IDX.
               10 WS-BAND-MIN-YEARS PIC 9(2).
               10 WS-BAND-MAX-YEARS PIC 9(2).
               10 WS-BAND-DAYS PIC 9(2).

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47) VALUE "VACATION YEAR-END BALANCES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(14) VALUE "VACATION YEAR ".
           05 WS-H2-YEAR PIC 9(4).
           05 FILLER PIC X(19) VALUE "   CARRY-OVER CAP ".
           05 WS-H2-CAP PIC Z9.
           05 FILLER PIC X(17) VALUE " DAYS   OPERATOR ".
           05 WS-H2-OPERATOR-ID PIC X(4).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(7) VALUE "EMP ID ".
           05 FILLER PIC X(15) VALUE "NAME".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(5) VALUE " ENTL".
           05 FILLER PIC X(5) VALUE " C/IN".
           05 FILLER PIC X(5) VALUE " TAKN".
           05 FILLER PIC X(5) VALUE " BKED".
           05 FILLER PIC X(5) VALUE " UNUS".
           05 FILLER PIC X(5) VALUE "C/OUT".
           05 FILLER PIC X(5) VALUE " LOST".
           05 FILLER PIC X(5) VALUE " PAID".
           05 FILLER PIC X(2) VALUE SPACES.
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
           05 WS-DL-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ENTITLED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CARRIED-IN PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TAKEN PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-BOOKED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-UNUSED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CARRIED-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FORFEITED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PAID-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE PIC X(14).

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(23).
           05 WS-TL-ENTITLED PIC ZZZZ9.
           05 WS-TL-CARRIED-IN PIC ZZZZ9.
           05 WS-TL-TAKEN PIC ZZZZ9.
           05 WS-TL-BOOKED PIC ZZZZ9.
           05 WS-TL-UNUSED PIC ZZZZ9.
           05 WS-TL-CARRIED-OUT PIC ZZZZ9.
           05 WS-TL-FORFEITED PIC ZZZZ9.
           05 WS-TL-PAID-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-VACATION-YEAR-END.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 210-OPERATOR-SIGN-ON
               IF WS-OPERATOR-LEVEL NOT = "S"
                   DISPLAY "Operator " WS-OPERATOR-ID " is not "
                       "authorized to run the vacation year-end."
               ELSE
                   PERFORM 200-LOAD-DEPARTMENT-TABLE
                   PERFORM 206-LOAD-BAND-TABLE
                   PERFORM 220-ACCEPT-CLOSE-YEAR
                   PERFORM 230-ACCEPT-CARRY-CAP
                   DISPLAY "Close vacation year " WS-CLOSE-YEAR
                       " with a carry-over cap of " WS-CARRY-CAP
                       " day(s)? (Y/N): "
                   ACCEPT WS-CONFIRM-REPLY
                   IF WS-CONFIRM-REPLY = "Y" OR WS-CONFIRM-REPLY = "y"
                       PERFORM 300-CLOSE-VACATION-YEAR
                       PERFORM 500-PRINT-RUN-SUMMARY
                   ELSE
                       DISPLAY "Vacation year-end not run."
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

      *> Next year's opening entitlement comes from the same service
      *> bands the vacation entitlement run uses.
       206-LOAD-BAND-TABLE.
           MOVE 0 TO WS-BAND-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT BAND-TABLE-FILE.
           IF WS-BAND-FILE-STATUS NOT = "35"
               PERFORM 207-READ-BAND-RECORD UNTIL WS-EOF = 1
               CLOSE BAND-TABLE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       207-READ-BAND-RECORD.
           READ BAND-TABLE-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF WS-BAND-COUNT < 10
                       ADD 1 TO WS-BAND-COUNT
                       MOVE VB-MIN-YEARS
                           TO WS-BAND-MIN-YEARS (WS-BAND-COUNT)
                       MOVE VB-MAX-YEARS
                           TO WS-BAND-MAX-YEARS (WS-BAND-COUNT)
                       MOVE VB-VACATION-DAYS
                           TO WS-BAND-DAYS (WS-BAND-COUNT)
                   END-IF
           END-READ.

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

      *> The year may be closed in its last weeks or afterwards, but
      *> never ahead of time.
       220-ACCEPT-CLOSE-YEAR.
           DISPLAY "Enter the vacation year to close (YYYY): ".
           ACCEPT WS-CLOSE-YEAR.
           PERFORM UNTIL WS-CLOSE-YEAR >= 1900
                   AND WS-CLOSE-YEAR <= WS-TODAY-YYYY
               DISPLAY "Vacation year must be from 1900 to "
                   WS-TODAY-YYYY "."
               DISPLAY "Enter the vacation year to close (YYYY): "
               ACCEPT WS-CLOSE-YEAR
           END-PERFORM.
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.
           COMPUTE WS-CLOSE-YEAR-END = WS-CLOSE-YEAR * 10000 + 1231.
           COMPUTE WS-NEXT-JAN-FIRST = WS-NEXT-YEAR * 10000 + 101.
           MOVE WS-CLOSE-YEAR TO WS-H2-YEAR.
           MOVE WS-OPERATOR-ID TO WS-H2-OPERATOR-ID.

       230-ACCEPT-CARRY-CAP.
           DISPLAY "Enter the carry-over cap in days (0-99): ".
           ACCEPT WS-CARRY-CAP.
           PERFORM UNTIL WS-CARRY-CAP IS NUMERIC
               DISPLAY "Carry-over cap must be 0 to 99 days."
               DISPLAY "Enter the carry-over cap in days (0-99): "
               ACCEPT WS-CARRY-CAP
           END-PERFORM.
           MOVE WS-CARRY-CAP TO WS-H2-CAP.

      *> The master is read in department order so the report can
      *> total each department as it goes.
       300-CLOSE-VACATION-YEAR.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               PERFORM 301-OPEN-VACATION-FILES
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
               CLOSE VACATION-BALANCE-FILE
               CLOSE VACATION-LEDGER-FILE
               CLOSE EMPLOYEE-RECORD-FILE
               DISPLAY "Report written to VacationBalanceReport.txt."
           END-IF.

       301-OPEN-VACATION-FILES.
           OPEN I-O VACATION-BALANCE-FILE.        *> Update the balances if they already exist.
           IF WS-BL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-BALANCE-FILE  *> First run: create the indexed file.
               CLOSE VACATION-BALANCE-FILE
               OPEN I-O VACATION-BALANCE-FILE
           END-IF.
           OPEN I-O VACATION-LEDGER-FILE.         *> Read the ledger if it already exists.
           IF WS-VL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-LEDGER-FILE   *> First run: create the indexed file.
               CLOSE VACATION-LEDGER-FILE
               OPEN I-O VACATION-LEDGER-FILE
           END-IF.

      *> Only employees with a balance for the year take part; anyone
      *> never granted an entitlement for it has nothing to close.
       310-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-RECORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE FS-EMPLOYEE-ID TO BL-EMPLOYEE-ID
                   MOVE WS-CLOSE-YEAR TO BL-VACATION-YEAR
                   READ VACATION-BALANCE-FILE
                       INVALID KEY
                           ADD 1 TO WS-NO-BALANCE-COUNT
                       NOT INVALID KEY
                           PERFORM 320-CLOSE-EMPLOYEE-BALANCE
                   END-READ
           END-READ.

      *> Unused days are the opening balance less everything taken
      *> or still booked in the year; a booking never recorded as
      *> taken is counted as used.  A terminated employee's bookings
      *> after the termination date never happened, so they do not
      *> reduce the payout.  Active and on-leave employees carry
      *> forward up to the cap and lose the rest; terminated
      *> employees carry nothing and are paid out in full.  A year
      *> already closed by an earlier run is reported as it was
      *> closed and nothing is written again.
       320-CLOSE-EMPLOYEE-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 330-SUM-LEDGER-ENTRIES.
           IF BL-CLOSED-FLAG = "Y"
               COMPUTE WS-UNUSED-DAYS = BL-CARRIED-OUT-DAYS
                   + BL-FORFEITED-DAYS + BL-PAID-OUT-DAYS
               MOVE BL-CARRIED-OUT-DAYS TO WS-CARRY-DAYS
               MOVE BL-FORFEITED-DAYS TO WS-FORFEIT-DAYS
               MOVE BL-PAID-OUT-DAYS TO WS-PAYOUT-DAYS
               MOVE "CLOSED EARLIER" TO WS-DL-NOTE
               ADD 1 TO WS-CLOSED-EARLIER-COUNT
           ELSE
               COMPUTE WS-UNUSED-WORK = BL-ENTITLED-DAYS
                   + BL-CARRIED-IN-DAYS - WS-VAC-TAKEN - WS-VAC-BOOKED
               IF WS-UNUSED-WORK < 0
                   MOVE 0 TO WS-UNUSED-DAYS
                   MOVE "OVERDRAWN" TO WS-DL-NOTE
                   ADD 1 TO WS-OVERDRAWN-COUNT
               ELSE
                   MOVE WS-UNUSED-WORK TO WS-UNUSED-DAYS
               END-IF
               MOVE 0 TO WS-CARRY-DAYS
               MOVE 0 TO WS-FORFEIT-DAYS
               MOVE 0 TO WS-PAYOUT-DAYS
               IF FS-EMPLOYMENT-STATUS = "T"
                   MOVE WS-UNUSED-DAYS TO WS-PAYOUT-DAYS
               ELSE
                   IF WS-UNUSED-DAYS > WS-CARRY-CAP
                       MOVE WS-CARRY-CAP TO WS-CARRY-DAYS
                       COMPUTE WS-FORFEIT-DAYS =
                           WS-UNUSED-DAYS - WS-CARRY-CAP
                   ELSE
                       MOVE WS-UNUSED-DAYS TO WS-CARRY-DAYS
                   END-IF
               END-IF
               PERFORM 340-MARK-YEAR-CLOSED
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
           MOVE FS-EMPLOYMENT-STATUS TO WS-DL-STATUS.
           MOVE BL-ENTITLED-DAYS TO WS-DL-ENTITLED.
           MOVE BL-CARRIED-IN-DAYS TO WS-DL-CARRIED-IN.
           MOVE WS-VAC-TAKEN TO WS-DL-TAKEN.
           MOVE WS-VAC-BOOKED TO WS-DL-BOOKED.
           MOVE WS-UNUSED-DAYS TO WS-DL-UNUSED.
           MOVE WS-CARRY-DAYS TO WS-DL-CARRIED-OUT.
           MOVE WS-FORFEIT-DAYS TO WS-DL-FORFEITED.
           MOVE WS-PAYOUT-DAYS TO WS-DL-PAID-OUT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD BL-ENTITLED-DAYS TO WS-DT-ENTITLED.
           ADD BL-CARRIED-IN-DAYS TO WS-DT-CARRIED-IN.
           ADD WS-VAC-TAKEN TO WS-DT-TAKEN.
           ADD WS-VAC-BOOKED TO WS-DT-BOOKED.
           ADD WS-UNUSED-DAYS TO WS-DT-UNUSED.
           ADD WS-CARRY-DAYS TO WS-DT-CARRIED-OUT.
           ADD WS-FORFEIT-DAYS TO WS-DT-FORFEITED.
           ADD WS-PAYOUT-DAYS TO WS-DT-PAID-OUT.

       330-SUM-LEDGER-ENTRIES.
           MOVE 0 TO WS-VAC-TAKEN.
           MOVE 0 TO WS-VAC-BOOKED.
           MOVE 0 TO WS-VL-EOF.
           MOVE FS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           COMPUTE VL-START-DATE = WS-CLOSE-YEAR * 10000 + 101.
           START VACATION-LEDGER-FILE
               KEY >= VL-LEDGER-KEY
               INVALID KEY
                   MOVE 1 TO WS-VL-EOF
           END-START.
           PERFORM 331-READ-NEXT-ENTRY UNTIL WS-VL-EOF = 1.

       331-READ-NEXT-ENTRY.
           READ VACATION-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-VL-EOF
               NOT AT END
                   IF VL-EMPLOYEE-ID NOT = FS-EMPLOYEE-ID
                       OR VL-START-DATE > WS-CLOSE-YEAR-END
                       MOVE 1 TO WS-VL-EOF
                   ELSE
                       IF VL-ENTRY-STATUS = "T"
                           ADD VL-DAYS TO WS-VAC-TAKEN
                       END-IF
                       IF VL-ENTRY-STATUS = "B"
                           AND (FS-EMPLOYMENT-STATUS NOT = "T"
                               OR VL-START-DATE <= FS-STATUS-DATE)
                           ADD VL-DAYS TO WS-VAC-BOOKED
                       END-IF
                   END-IF
           END-READ.

      *> The closed year keeps what became of its unused days, so a
      *> rerun reports them without writing anything twice.
       340-MARK-YEAR-CLOSED.
           MOVE "Y" TO BL-CLOSED-FLAG.
           MOVE WS-CARRY-DAYS TO BL-CARRIED-OUT-DAYS.
           MOVE WS-FORFEIT-DAYS TO BL-FORFEITED-DAYS.
           MOVE WS-PAYOUT-DAYS TO BL-PAID-OUT-DAYS.
           MOVE WS-TODAY-DATE TO BL-UPDATED-DATE.
           REWRITE BL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "Balance for employee " FS-EMPLOYEE-ID
                       " could not be closed."
                   MOVE "NOT CLOSED" TO WS-DL-NOTE
                   ADD 1 TO WS-WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
                   IF FS-EMPLOYMENT-STATUS = "T"
                       PERFORM 350-WRITE-PAYOUT-RECORD
                   ELSE
                       PERFORM 342-WRITE-OPENING-BALANCE
                   END-IF
           END-REWRITE.

      *> Next year's record may already exist if the entitlement for
      *> it was posted first; then only the carry-over is set.
      *> Otherwise it opens with the band entitlement as at the first
      *> day of next year, which a later entitlement run replaces.
       342-WRITE-OPENING-BALANCE.
           IF WS-FORFEIT-DAYS > 0
               MOVE "CAPPED" TO WS-DL-NOTE
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.
           MOVE FS-EMPLOYEE-ID TO BL-EMPLOYEE-ID.
           MOVE WS-NEXT-YEAR TO BL-VACATION-YEAR.
           READ VACATION-BALANCE-FILE
               INVALID KEY
                   PERFORM 346-COMPUTE-NEXT-ENTITLEMENT
                   MOVE WS-GRANT-DAYS TO BL-ENTITLED-DAYS
                   MOVE WS-CARRY-DAYS TO BL-CARRIED-IN-DAYS
                   MOVE SPACE TO BL-CLOSED-FLAG
                   MOVE ZEROS TO BL-CARRIED-OUT-DAYS
                   MOVE ZEROS TO BL-FORFEITED-DAYS
                   MOVE ZEROS TO BL-PAID-OUT-DAYS
                   MOVE WS-TODAY-DATE TO BL-UPDATED-DATE
                   WRITE BL-BALANCE-RECORD
                       INVALID KEY
                           MOVE "NOT CARRIED" TO WS-DL-NOTE
                           ADD 1 TO WS-WRITE-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CARRIED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CARRY-DAYS TO BL-CARRIED-IN-DAYS
                   MOVE WS-TODAY-DATE TO BL-UPDATED-DATE
                   REWRITE BL-BALANCE-RECORD
                       INVALID KEY
                           MOVE "NOT CARRIED" TO WS-DL-NOTE
                           ADD 1 TO WS-WRITE-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CARRIED-COUNT
                   END-REWRITE
           END-READ.
           MOVE FS-EMPLOYEE-ID TO BL-EMPLOYEE-ID.
           MOVE WS-CLOSE-YEAR TO BL-VACATION-YEAR.
           READ VACATION-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *> Completed years of service on the first day of next year,
      *> derived from the hire date the way the entitlement run does.
       346-COMPUTE-NEXT-ENTITLEMENT.
           MOVE FS-HIRE-DATE TO WS-HIRE-DATE-NUM.
           COMPUTE WS-SERVICE-YEARS = WS-NEXT-YYYY - WS-HIRE-YYYY.
           IF WS-NEXT-MM < WS-HIRE-MM
               SUBTRACT 1 FROM WS-SERVICE-YEARS
           ELSE
               IF WS-NEXT-MM = WS-HIRE-MM AND WS-NEXT-DD < WS-HIRE-DD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
           END-IF.
           IF WS-HIRE-DATE-NUM > WS-NEXT-JAN-FIRST
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF.
           MOVE 0 TO WS-GRANT-DAYS.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF WS-SERVICE-YEARS >= WS-BAND-MIN-YEARS (WS-BAND-IDX)
                   AND WS-SERVICE-YEARS
                       <= WS-BAND-MAX-YEARS (WS-BAND-IDX)
                   MOVE WS-BAND-DAYS (WS-BAND-IDX) TO WS-GRANT-DAYS
               END-IF
           END-PERFORM.

      *> The payout file is payroll's hand-off of unused days for
      *> employees who have left; it is appended to so no earlier
      *> run's entries are lost before payroll has taken them.
       350-WRITE-PAYOUT-RECORD.
           IF WS-PAYOUT-DAYS > 0
               MOVE FS-EMPLOYEE-ID TO VP-EMPLOYEE-ID
               MOVE FS-DEPARTMENT-CODE TO VP-DEPARTMENT-CODE
               MOVE WS-CLOSE-YEAR TO VP-VACATION-YEAR
               MOVE FS-STATUS-DATE TO VP-TERM-DATE
               MOVE WS-PAYOUT-DAYS TO VP-UNUSED-DAYS
               MOVE WS-TODAY-DATE TO VP-RUN-DATE
               MOVE WS-OPERATOR-ID TO VP-OPERATOR-ID
               OPEN EXTEND PAYOUT-FILE            *> Append to the payout hand-off if it exists.
               IF WS-VP-FILE-STATUS = "35"
                   OPEN OUTPUT PAYOUT-FILE        *> First run: create the payout hand-off.
               END-IF
               WRITE VP-PAYOUT-RECORD
               CLOSE PAYOUT-FILE
               MOVE "PAID OUT" TO WS-DL-NOTE
               ADD 1 TO WS-PAID-OUT-COUNT
           END-IF.

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

       360-PRINT-DEPARTMENT-TOTALS.
           MOVE "  DEPARTMENT TOTAL" TO WS-TL-LABEL.
           MOVE WS-DT-ENTITLED TO WS-TL-ENTITLED.
           MOVE WS-DT-CARRIED-IN TO WS-TL-CARRIED-IN.
           MOVE WS-DT-TAKEN TO WS-TL-TAKEN.
           MOVE WS-DT-BOOKED TO WS-TL-BOOKED.
           MOVE WS-DT-UNUSED TO WS-TL-UNUSED.
           MOVE WS-DT-CARRIED-OUT TO WS-TL-CARRIED-OUT.
           MOVE WS-DT-FORFEITED TO WS-TL-FORFEITED.
           MOVE WS-DT-PAID-OUT TO WS-TL-PAID-OUT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           ADD WS-DT-ENTITLED TO WS-GT-ENTITLED.
           ADD WS-DT-CARRIED-IN TO WS-GT-CARRIED-IN.
           ADD WS-DT-TAKEN TO WS-GT-TAKEN.
           ADD WS-DT-BOOKED TO WS-GT-BOOKED.
           ADD WS-DT-UNUSED TO WS-GT-UNUSED.
           ADD WS-DT-CARRIED-OUT TO WS-GT-CARRIED-OUT.
           ADD WS-DT-FORFEITED TO WS-GT-FORFEITED.
           ADD WS-DT-PAID-OUT TO WS-GT-PAID-OUT.
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
           IF WS-PAGE-NUMBER = 0
               MOVE "NO BALANCES ON FILE FOR THIS YEAR."
                   TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.
           MOVE "ALL DEPARTMENTS" TO WS-TL-LABEL.
           MOVE WS-GT-ENTITLED TO WS-TL-ENTITLED.
           MOVE WS-GT-CARRIED-IN TO WS-TL-CARRIED-IN.
           MOVE WS-GT-TAKEN TO WS-TL-TAKEN.
           MOVE WS-GT-BOOKED TO WS-TL-BOOKED.
           MOVE WS-GT-UNUSED TO WS-TL-UNUSED.
           MOVE WS-GT-CARRIED-OUT TO WS-TL-CARRIED-OUT.
           MOVE WS-GT-FORFEITED TO WS-TL-FORFEITED.
           MOVE WS-GT-PAID-OUT TO WS-TL-PAID-OUT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       500-PRINT-RUN-SUMMARY.
           DISPLAY SPACES.
           DISPLAY "Vacation year-end for " WS-CLOSE-YEAR.
           DISPLAY "Master records read:         " WS-RECORD-COUNT.
           DISPLAY "No balance for the year:     " WS-NO-BALANCE-COUNT.
           DISPLAY "Balances closed:             " WS-CLOSED-COUNT.
           DISPLAY "Carried into " WS-NEXT-YEAR ":           "
               WS-CARRIED-COUNT.
           DISPLAY "  of which held to the cap:  " WS-CAPPED-COUNT.
           DISPLAY "Paid out to payroll:         " WS-PAID-OUT-COUNT.
           DISPLAY "Overdrawn balances:          " WS-OVERDRAWN-COUNT.
           DISPLAY "Closed by an earlier run:    "
               WS-CLOSED-EARLIER-COUNT.
           DISPLAY "Balances not written:        "
               WS-WRITE-FAILED-COUNT.
           IF WS-PAID-OUT-COUNT > 0
               DISPLAY "Payouts written to VacationPayout.txt."
           END-IF.

       END PROGRAM VACATION-YEAR-END.
