           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-FILE-STATUS.

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

           SELECT PAY-RANGE-FILE
           ASSIGN TO "PayRange.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
           ASSIGN TO "SalaryHistory.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-SALARY-KEY
           FILE STATUS IS WS-SH-FILE-STATUS.

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

           SELECT CERT-TYPE-FILE
           ASSIGN TO "CertType.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT EMPLOYEE-CERT-FILE
           ASSIGN TO "EmployeeCert.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CERT-KEY
           FILE STATUS IS WS-EC-FILE-STATUS.

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
           05 SD-EMPLOYMENT-STATUS PIC X(1).
           05 SD-STATUS-DATE PIC 9(8).
           05 SD-POSITION-CODE PIC 9(4).
           05 SD-SUPERVISOR-ID PIC 9(6).

       FD AUDIT-LOG-FILE.
       01 AL-AUDIT-RECORD.
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
           05 PA-POSTED-FLAG PIC X(1).
           05 PA-LEAVE-TYPE PIC X(1).
           05 PA-EXPECTED-RETURN PIC 9(8).
           05 PA-TERM-REASON PIC 9(2).
           05 PA-EST-OVERRIDE PIC X(1).

       FD LEAVE-DETAIL-FILE.
       01 LD-LEAVE-RECORD.
           05 LD-EXPECTED-RETURN PIC 9(8).
           05 LD-ACTUAL-RETURN PIC 9(8).

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

       FD PAY-RANGE-FILE.
       01 FS-PAY-RANGE-RECORD.
           05 FS-PR-GRADE PIC 9(1).
           05 FS-PR-MINIMUM PIC 9(7).
           05 FS-PR-MIDPOINT PIC 9(7).
           05 FS-PR-MAXIMUM PIC 9(7).

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

       FD CERT-TYPE-FILE.
       01 FS-CERT-TYPE-RECORD.
           05 FS-CT-CODE PIC 9(3).
           05 FS-CT-DESCRIPTION PIC X(25).
           05 FS-CT-VALID-MONTHS PIC 9(3).
           05 FS-CT-REQ-DEPTS.
               10 FS-CT-REQ-DEPT PIC 9(3) OCCURS 4 TIMES.
           05 FS-CT-REQ-POSITIONS.
               10 FS-CT-REQ-POS PIC 9(4) OCCURS 4 TIMES.

       FD EMPLOYEE-CERT-FILE.
       01 EC-CERT-RECORD.
           05 EC-CERT-KEY.
               10 EC-EMPLOYEE-ID PIC 9(6).
               10 EC-CERT-CODE PIC 9(3).
           05 EC-EARNED-DATE PIC 9(8).
           05 EC-EXPIRY-DATE PIC 9(8).
           05 EC-OPERATOR-ID PIC X(4).
           05 EC-ENTERED-DATE PIC 9(8).

       FD PROBATION-PERIOD-FILE.
       01 FS-PROBATION-PERIOD-RECORD.
           05 FS-PP-GRADE PIC 9(1).
           05 FS-PP-MONTHS PIC 9(2).

      *> One probation per employee; a rehire starts a new period
      *> over the old one.  PB-OUTCOME is blank while undecided,
      *> E-Extended (still open, to the new end date), C-Confirmed or
      *> F-Failed.
       FD PROBATION-FILE.
       01 PB-PROBATION-RECORD.
           05 PB-EMPLOYEE-ID PIC 9(6).
           05 PB-START-DATE PIC 9(8).
           05 PB-ORIGINAL-END-DATE PIC 9(8).
           05 PB-END-DATE PIC 9(8).
           05 PB-OUTCOME PIC X(1).
           05 PB-DECISION-DATE PIC 9(8).
           05 PB-OPERATOR-ID PIC X(4).

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
       01 WS-CONT PIC A(3) VALUE SPACES.          *> To store the user's choice to continue or not.
       01 WS-DUPLICATE-FOUND PIC 9(1) VALUE 0.    *> Indicator that the entered Employee ID is already on file.
       01 WS-DEPT-VALID PIC 9(1) VALUE 0.         *> Indicator that the entered department code is on the master table.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-MENU-CHOICE PIC 9(2) VALUE 0.        *> Main menu selection.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-SEARCH-ID PIC 9(6) VALUE 0.          *> Employee ID looked up for update/delete.
       01 WS-SORT-CHOICE PIC 9(1) VALUE 0.        *> List sort order: 1-Department, 2-Last name.
       01 WS-LEAVE-COUNT PIC 9(3) VALUE 0.        *> Number of leave detail records loaded for the close-off.
       01 WS-LEAVE-FOUND PIC 9(1) VALUE 0.        *> Indicator that an open leave record was found to close.
       01 WS-LEAVE-OVERFLOW PIC 9(3) VALUE 0.     *> Leave detail records the table could not hold.
       01 WS-SUP-VALID PIC 9(1) VALUE 0.          *> Indicator that the supervisor ID is acceptable.
       01 WS-SUP-LOOP PIC 9(1) VALUE 0.           *> Indicator that the supervisor's reporting line leads back to the employee.
       01 WS-SUP-CHAIN-ID PIC 9(6) VALUE 0.       *> Employee reached while walking up the reporting line.
       01 WS-SUP-HOPS PIC 9(4) VALUE 0.           *> Levels walked up the reporting line.
       01 WS-EST-FILE-STATUS PIC XX VALUE SPACES. *> File status for ESTABLISHMENT-FILE.
       01 WS-EST-COUNT PIC 9(3) VALUE 0.          *> Number of establishment cells loaded.
       01 WS-EST-AUTHORIZED PIC 9(4) VALUE 0.     *> Authorized headcount for the department/position being filled.
       01 WS-EST-FILLED PIC 9(4) VALUE 0.         *> Active and on-leave employees already in that cell.
       01 WS-EST-ALLOWED PIC 9(1) VALUE 0.        *> Indicator that the hire or move may go ahead.
       01 WS-EST-OVERRIDDEN PIC 9(1) VALUE 0.     *> Indicator that a senior operator overrode the authorized count.
       01 WS-EST-EOF PIC 9(1) VALUE 0.            *> End of the department's records while counting a cell.
       01 WS-EST-REPLY PIC X(1) VALUE SPACE.      *> Senior operator's answer to the override prompt.
       01 WS-TR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-REASON-FILE.
       01 WS-TM-FILE-STATUS PIC XX VALUE SPACES.  *> File status for TERM-HISTORY-FILE.
       01 WS-TR-COUNT PIC 9(3) VALUE 0.           *> Number of termination reason entries loaded.
       01 WS-TR-VALID PIC 9(1) VALUE 0.           *> Indicator that the keyed reason code is on the table.
       01 WS-TERM-REASON PIC 9(2) VALUE 0.        *> Termination reason code keyed for a termination.
       01 WS-TM-EOF PIC 9(1) VALUE 0.             *> End-of-file indicator for the termination history scan.
       01 WS-LAST-TERM-DATE PIC 9(8) VALUE 0.     *> Date of the employee's latest termination on the history.
       01 WS-LAST-TERM-REASON PIC 9(2) VALUE 0.   *> Reason code of that latest termination; 0 if none on file.
       01 WS-REHIRE-ALLOWED PIC 9(1) VALUE 0.     *> Indicator that the rehire may go ahead.
       01 WS-REHIRE-OVERRIDDEN PIC 9(1) VALUE 0.  *> Indicator that a senior operator overrode a not-eligible reason.
       01 WS-REHIRE-REPLY PIC X(1) VALUE SPACE.   *> Senior operator's answer to the rehire override prompt.
       01 WS-PR-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PAY-RANGE-FILE.
       01 WS-SH-FILE-STATUS PIC XX VALUE SPACES.  *> File status for SALARY-HISTORY-FILE.
       01 WS-PR-COUNT PIC 9(3) VALUE 0.           *> Number of pay range entries loaded.
       01 WS-SH-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries on the salary history.
       01 WS-SH-COUNT PIC 9(3) VALUE 0.           *> Salary history entries shown for the employee.
       01 WS-SALARY-ENTRY PIC 9(7) VALUE 0.       *> Annual salary keyed, in whole dollars.
       01 WS-SALARY-VALID PIC 9(1) VALUE 0.       *> Indicator that the keyed salary is greater than zero.
       01 WS-NEW-SALARY PIC 9(7)V99 VALUE 0.      *> Annual salary being recorded.
       01 WS-PRIOR-SALARY PIC 9(7)V99 VALUE 0.    *> Salary in effect on the new entry's date, before it.
       01 WS-PRIOR-EFF-DATE PIC 9(8) VALUE 0.     *> Effective date of that salary; 0 if none on file.
       01 WS-SALARY-EDIT PIC Z(6)9.99.            *> Salary formatted for display and the audit log.
       01 WS-SALARY-GRADE PIC 9(1) VALUE 0.       *> Grade of the employee's current position.
       01 WS-RANGE-FOUND PIC 9(1) VALUE 0.        *> Indicator that a pay range is on file for that grade.
       01 WS-RANGE-MINIMUM PIC 9(7) VALUE 0.      *> Pay range minimum for the grade.
       01 WS-RANGE-MIDPOINT PIC 9(7) VALUE 0.     *> Pay range midpoint for the grade.
       01 WS-RANGE-MAXIMUM PIC 9(7) VALUE 0.      *> Pay range maximum for the grade.
       01 WS-SALARY-ALLOWED PIC 9(1) VALUE 0.     *> Indicator that the salary entry may be recorded.
       01 WS-SALARY-OVERRIDDEN PIC 9(1) VALUE 0.  *> Indicator that a senior operator overrode the pay range.
       01 WS-SALARY-REPLY PIC X(1) VALUE SPACE.   *> Operator's answer to a salary Y/N prompt.
       01 WS-BL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-BALANCE-FILE.
       01 WS-VL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-LEDGER-FILE.
       01 WS-VL-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries for the year on the ledger.
       01 WS-VAC-SCAN-EOF PIC 9(1) VALUE 0.       *> End-of-file indicator for the leave and queue scans.
       01 WS-VAC-YEAR PIC 9(4) VALUE 0.           *> Vacation year being shown and booked against.
       01 WS-VAC-YEAR-END PIC 9(8) VALUE 0.       *> Last day of that vacation year.
       01 WS-VAC-CHOICE PIC 9(1) VALUE 0.         *> Vacation action: 1-Book, 2-Taken, 3-Cancel, 4-Return.
       01 WS-VAC-LIST PIC 9(1) VALUE 0.           *> Indicator that the balance scan also lists each entry.
       01 WS-VAC-DATE-VALID PIC 9(1) VALUE 0.     *> Indicator that a vacation date is plausible and in the year.
       01 WS-VAC-DAYS PIC 9(3) VALUE 0.           *> Vacation days keyed for the entry.
       01 WS-VAC-DAYS-VALID PIC 9(1) VALUE 0.     *> Indicator that the days fit inside the dates keyed.
       01 WS-VAC-SPAN PIC 9(5) VALUE 0.           *> Calendar days from the first to the last day, inclusive.
       01 WS-VAC-BALANCE-FOUND PIC 9(1) VALUE 0.  *> Indicator that a balance for the year is on file.
       01 WS-VAC-YEAR-CLOSED PIC 9(1) VALUE 0.    *> Indicator that the year-end run has closed the year.
       01 WS-VAC-ENTITLED PIC 9(3) VALUE 0.       *> Days granted for the year.
       01 WS-VAC-CARRIED PIC 9(3) VALUE 0.        *> Days carried in from the year before.
       01 WS-VAC-BOOKED PIC 9(4) VALUE 0.         *> Days booked and not yet recorded as taken.
       01 WS-VAC-TAKEN PIC 9(4) VALUE 0.          *> Days recorded as taken.
       01 WS-VAC-CANCELLED PIC 9(4) VALUE 0.      *> Days on cancelled bookings.
       01 WS-VAC-ENTRY-COUNT PIC 9(3) VALUE 0.    *> Ledger entries found for the year.
       01 WS-VAC-REMAINING PIC S9(4) VALUE 0.     *> Days still available to book.
       01 WS-VAC-REMAINING-EDIT PIC -ZZZ9.        *> Remaining days formatted for display.
       01 WS-VAC-STATUS-WORD PIC X(9) VALUE SPACES. *> Ledger entry status spelled out for display.
       01 WS-VAC-ENTRY-FOUND PIC 9(1) VALUE 0.    *> Indicator that an entry starts on the date keyed.
       01 WS-VAC-ENTRY-STATUS PIC X(1) VALUE SPACE. *> Status of that entry: B-Booked, T-Taken, C-Cancelled.
       01 WS-VAC-NEW-STATUS PIC X(1) VALUE SPACE. *> Status the new entry is written with.
       01 WS-VAC-ALLOWED PIC 9(1) VALUE 0.        *> Indicator that the vacation entry may be recorded.
       01 WS-VAC-POSTED PIC 9(1) VALUE 0.         *> Indicator that the entry reached the ledger.
       01 WS-VAC-LEAVE-CLASH PIC 9(1) VALUE 0.    *> Indicator that a leave period overlaps the dates.
       01 WS-VAC-OPEN-LEAVE PIC 9(1) VALUE 0.     *> Indicator that the employee has an open leave record.
       01 WS-VAC-RETURN-DATE PIC 9(8) VALUE 0.    *> Return date that ends a leave record; 0 if not known.
       01 WS-VAC-TERM-QUEUED PIC 9(1) VALUE 0.    *> Indicator that a termination is queued by the last day.
       01 WS-VAC-LEAVE-QUEUED PIC 9(1) VALUE 0.   *> Indicator that a queued leave overlaps the dates.
       01 WS-VAC-QUEUED-DATE PIC 9(8) VALUE 0.    *> Effective date of that queued action.
       01 WS-VAC-START-DATE PIC 9(8) VALUE 0.     *> First day of vacation.
       01 WS-VAC-END-DATE PIC 9(8) VALUE 0.       *> Last day of vacation.
       01 WS-VAC-CHECK-DATE PIC 9(8) VALUE 0.     *> Vacation date keyed, held for validation.
       01 WS-VAC-CHECK-BREAKDOWN REDEFINES WS-VAC-CHECK-DATE.
           05 WS-VAC-CHECK-YYYY PIC 9(4).
           05 WS-VAC-CHECK-MM PIC 9(2).
           05 WS-VAC-CHECK-DD PIC 9(2).
       01 WS-CT-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CERT-TYPE-FILE.
       01 WS-EC-FILE-STATUS PIC XX VALUE SPACES.  *> File status for EMPLOYEE-CERT-FILE.
       01 WS-CT-COUNT PIC 9(3) VALUE 0.           *> Number of certification type entries loaded.
       01 WS-CT-REQ-SUB PIC 9(1) VALUE 0.         *> Subscript over a type's requiring departments and positions.
       01 WS-CERT-TYPE-SUB PIC 9(3) VALUE 0.      *> Table entry of the certification type found.
       01 WS-CERT-CODE PIC 9(3) VALUE 0.          *> Certification type keyed.
       01 WS-CERT-VALID PIC 9(1) VALUE 0.         *> Indicator that the certification type is on the table.
       01 WS-CERT-REQUIRED PIC 9(1) VALUE 0.      *> Indicator that the employee's department or position needs the type.
       01 WS-CERT-CHOICE PIC 9(1) VALUE 0.        *> Certification action: 1-Record, 2-Remove, 3-Return.
       01 WS-CERT-REPLY PIC X(1) VALUE SPACE.     *> Operator's answer to a certification Y/N prompt.
       01 WS-EC-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries on the certification file.
       01 WS-CERT-COUNT PIC 9(3) VALUE 0.         *> Certifications shown for the employee.
       01 WS-CERT-FOUND PIC 9(1) VALUE 0.         *> Indicator that the employee already holds the type.
       01 WS-CERT-DATE-VALID PIC 9(1) VALUE 0.    *> Indicator that a certification date is plausible.
       01 WS-CERT-EARNED-DATE PIC 9(8) VALUE 0.   *> Date the certification was earned or renewed.
       01 WS-CERT-STATE-WORD PIC X(7) VALUE SPACES. *> Whether a certification is current or lapsed, for display.
       01 WS-CERT-MONTHS PIC 9(4) VALUE 0.        *> Months from January of the earned year to expiry.
       01 WS-CERT-YEARS PIC 9(3) VALUE 0.         *> Whole years in those months.
       01 WS-CERT-MONTH-REM PIC 9(2) VALUE 0.     *> Months left over after the whole years.
       01 WS-CERT-CHECK-DATE PIC 9(8) VALUE 0.    *> Certification date keyed, held for validation.
       01 WS-CERT-CHECK-BREAKDOWN REDEFINES WS-CERT-CHECK-DATE.
           05 WS-CERT-CHECK-YYYY PIC 9(4).
           05 WS-CERT-CHECK-MM PIC 9(2).
           05 WS-CERT-CHECK-DD PIC 9(2).
       01 WS-CERT-EXPIRY-DATE PIC 9(8) VALUE 0.   *> Date the certification lapses; 0 if it does not.
       01 WS-CERT-EXPIRY-BREAKDOWN REDEFINES WS-CERT-EXPIRY-DATE.
           05 WS-CERT-EXP-YYYY PIC 9(4).
           05 WS-CERT-EXP-MM PIC 9(2).
           05 WS-CERT-EXP-DD PIC 9(2).
       01 WS-PP-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PROBATION-PERIOD-FILE.
       01 WS-PB-FILE-STATUS PIC XX VALUE SPACES.  *> File status for PROBATION-FILE.
       01 WS-PP-COUNT PIC 9(2) VALUE 0.           *> Number of probation period entries loaded.
       01 WS-PROB-PERIOD-FOUND PIC 9(1) VALUE 0.  *> Indicator that the position's grade has a probation period.
       01 WS-PROB-MONTHS PIC 9(2) VALUE 0.        *> Probation length in months for the grade.
       01 WS-PROB-GRADE PIC 9(1) VALUE 0.         *> Grade of the position the probation is served in.
       01 WS-PROB-FOUND PIC 9(1) VALUE 0.         *> Indicator that the employee has a probation record.
       01 WS-PROB-CHOICE PIC 9(1) VALUE 0.        *> Probation action selection.
       01 WS-PROB-REPLY PIC X(1) VALUE SPACE.     *> Operator's Y/N answer to a probation prompt.
       01 WS-PROB-DATE-VALID PIC 9(1) VALUE 0.    *> Indicator that the new probation end date is acceptable.
       01 WS-PROB-REASON-FOUND PIC 9(1) VALUE 0.  *> Indicator that the failed-probation reason is on the table.
       01 WS-PROB-FAIL-REASON PIC 9(2) VALUE 15.  *> Termination reason queued for a failed probation.
       01 WS-PROB-OUTCOME-WORD PIC X(9) VALUE SPACES. *> Probation outcome, for display.
       01 WS-PROB-START-DATE PIC 9(8) VALUE 0.    *> First day of the probation period.
       01 WS-PROB-MONTH-TOTAL PIC 9(4) VALUE 0.   *> Months from January of the start year to the end.
       01 WS-PROB-YEARS PIC 9(3) VALUE 0.         *> Whole years in those months.
       01 WS-PROB-MONTH-REM PIC 9(2) VALUE 0.     *> Months left over after the whole years.
       01 WS-PROB-END-DATE PIC 9(8) VALUE 0.      *> Last day of the probation period.
       01 WS-PROB-END-BREAKDOWN REDEFINES WS-PROB-END-DATE.
           05 WS-PROB-END-YYYY PIC 9(4).
           05 WS-PROB-END-MM PIC 9(2).
           05 WS-PROB-END-DD PIC 9(2).
       01 WS-PROB-CHECK-DATE PIC 9(8) VALUE 0.    *> Probation date keyed or worked out, held for checking.
       01 WS-PROB-CHECK-BREAKDOWN REDEFINES WS-PROB-CHECK-DATE.
           05 WS-PROB-CHECK-YYYY PIC 9(4).
           05 WS-PROB-CHECK-MM PIC 9(2).
           05 WS-PROB-CHECK-DD PIC 9(2).
       01 WS-EXPECTED-RETURN PIC 9(8) VALUE 0.    *> Expected return date for a new leave.
       01 WS-EXPECTED-RETURN-BREAKDOWN REDEFINES WS-EXPECTED-RETURN.
           05 WS-RET-YYYY PIC 9(4).
           05 WS-BEFORE-EMPLOYMENT-STATUS PIC X(1).
           05 WS-BEFORE-STATUS-DATE PIC 9(8).
           05 WS-BEFORE-POSITION-CODE PIC 9(4).
           05 WS-BEFORE-SUPERVISOR-ID PIC 9(6).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
           05 WS-EMPLOYMENT-STATUS PIC X(1).
           05 WS-STATUS-DATE PIC 9(8).
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

       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PR-IDX.
               10 WS-PR-GRADE PIC 9(1).
               10 WS-PR-MINIMUM PIC 9(7).
               10 WS-PR-MIDPOINT PIC 9(7).
               10 WS-PR-MAXIMUM PIC 9(7).

      *> Each certification type lists up to four departments and
      *> four positions that must hold it; zero entries are unused.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE PIC 9(3).
               10 WS-CT-DESCRIPTION PIC X(25).
               10 WS-CT-VALID-MONTHS PIC 9(3).
               10 WS-CT-REQ-DEPT PIC 9(3) OCCURS 4 TIMES.
               10 WS-CT-REQ-POS PIC 9(4) OCCURS 4 TIMES.

       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 10 TIMES INDEXED BY WS-PP-IDX.
               10 WS-PP-GRADE PIC 9(1).
               10 WS-PP-MONTHS PIC 9(2).

       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-CYCLE-EOF PIC 9(1) VALUE 0.          *> End of the cycle control.
       01 WS-CYCLE-RUNNING PIC 9(1) VALUE 0.      *> Indicator that the nightly batch cycle is running.
       01 WS-CYCLE-DATE PIC 9(8) VALUE 0.         *> Business date of the running cycle.
       01 WS-CYCLE-STEP-NAME PIC X(16) VALUE SPACES. *> Last step recorded by the running cycle.
       01 WS-CYCLE-EVENT-TEXT PIC X(20) VALUE SPACES. *> What the last step recorded, for the operator.

       PROCEDURE DIVISION.
       100-PROJECT-1.
           PERFORM 200-LOAD-DEPARTMENT-TABLE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           PERFORM 206-LOAD-POSITION-TABLE.
           PERFORM 207-LOAD-ESTABLISHMENT-TABLE.
           PERFORM 208-LOAD-TERM-REASON-TABLE.
           PERFORM 209-LOAD-PAY-RANGE-TABLE.
           PERFORM 214-LOAD-CERT-TYPE-TABLE.
           PERFORM 216-LOAD-PROBATION-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 210-OPERATOR-SIGN-ON
               PERFORM 400-MENU-LOOP UNTIL WS-MENU-CHOICE = 13 *> Loop the menu until the user chooses Exit.
           END-IF.
           STOP RUN.

       400-MENU-LOOP.
           PERFORM 401-DISPLAY-MENU.              *> Show the Add/Update/Delete/List/Exit menu.
           PERFORM 402-ACCEPT-MENU-CHOICE.        *> Accept the user's menu selection.
      *> Anything that opens the master for update, or queues a change
      *> for the posting step, waits for the nightly cycle to finish.
           MOVE 0 TO WS-CYCLE-RUNNING.
           IF WS-MENU-CHOICE = 1 OR WS-MENU-CHOICE = 2
               OR WS-MENU-CHOICE = 3 OR WS-MENU-CHOICE = 4
               OR WS-MENU-CHOICE = 8 OR WS-MENU-CHOICE = 12
               PERFORM 800-CHECK-BATCH-CYCLE
           END-IF.
           IF WS-CYCLE-RUNNING = 0
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM 410-ADD-EMPLOYEE
                   WHEN 2 PERFORM 420-UPDATE-EMPLOYEE
                   WHEN 3 PERFORM 403-CHECK-STATUS-AUTHORITY
                   WHEN 4 PERFORM 435-REHIRE-EMPLOYEE
                   WHEN 5 PERFORM 440-LIST-EMPLOYEES
                   WHEN 6 PERFORM 450-EXPORT-CSV
                   WHEN 7 PERFORM 460-INQUIRY
                   WHEN 8 PERFORM 470-SCHEDULE-TRANSFER
                   WHEN 9 PERFORM 480-MAINTAIN-SALARY
                   WHEN 10 PERFORM 490-MAINTAIN-VACATION
                   WHEN 11 PERFORM 473-MAINTAIN-CERTIFICATIONS
                   WHEN 12 PERFORM 404-CHECK-PROBATION-AUTHORITY
                   WHEN 13 CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection. Choose 1-13."
               END-EVALUATE
           END-IF.

       401-DISPLAY-MENU.
           DISPLAY SPACES
           DISPLAY "6. Export employee data to CSV"
           DISPLAY "7. Find employees by name or department"
           DISPLAY "8. Schedule a future department transfer"
           DISPLAY "9. Enter or view an employee's salary"
           DISPLAY "10. Book, record or cancel vacation"
           DISPLAY "11. Record or view certifications"
           DISPLAY "12. Confirm, extend or fail a probation"
           DISPLAY "13. Exit"
           DISPLAY "Enter your choice: ".

       402-ACCEPT-MENU-CHOICE.
                   "to terminate or place an employee on leave."
           END-IF.

      *> A probation decision can end in a termination, so it takes
      *> the same authority as terminating.
       404-CHECK-PROBATION-AUTHORITY.
           IF WS-OPERATOR-LEVEL = "S"
               PERFORM 411-MAINTAIN-PROBATION
           ELSE
               DISPLAY "Operator " WS-OPERATOR-ID " is not authorized "
                   "to decide a probation."
           END-IF.

       410-ADD-EMPLOYEE.
           PERFORM 201-INITIATE-WRITE.
           MOVE SPACES TO WS-CONT.                *> Reset the continue flag for this Add session.
                           NOT INVALID KEY
                               DISPLAY "Employee record updated."
                               PERFORM 601-LOG-UPDATE-TRANSACTION
                               IF WS-EST-OVERRIDDEN = 1
                                   PERFORM 603-LOG-EST-OVERRIDE
                               END-IF
                               IF WS-BEFORE-DEPARTMENT-CODE
                                   NOT = WS-DEPARTMENT-CODE
                                   PERFORM 620-WRITE-TRANSFER-RECORD
           END-IF.

       421-PROMPT-UPDATED-FIELDS.
           MOVE 0 TO WS-EST-OVERRIDDEN.
           PERFORM 305-PROMPT-DPT-CODE.
           PERFORM 306-ACCEPT-DPT-CODE.
           PERFORM 321-VALIDATE-DPT-CODE.
           PERFORM 345-PROMPT-POS-CODE.
           PERFORM 346-ACCEPT-POS-CODE.
           PERFORM 347-VALIDATE-POS-CODE.
      *> A move into another department or position takes a seat
      *> there; a terminated record holds no seat wherever it sits.
           IF (WS-DEPARTMENT-CODE NOT = WS-BEFORE-DEPARTMENT-CODE
                   OR WS-POSITION-CODE NOT = WS-BEFORE-POSITION-CODE)
               AND WS-EMPLOYMENT-STATUS NOT = "T"
               PERFORM 370-CHECK-ESTABLISHMENT
               IF WS-EST-ALLOWED = 0
                   MOVE WS-BEFORE-DEPARTMENT-CODE TO WS-DEPARTMENT-CODE
                   MOVE WS-BEFORE-POSITION-CODE TO WS-POSITION-CODE
                   DISPLAY "Department and position left unchanged."
               END-IF
           END-IF.
           PERFORM 307-PROMPT-FIRST-NAME.
           PERFORM 308-ACCEPT-FIRST-NAME.
           PERFORM 324-VALIDATE-FIRST-NAME.
           PERFORM 329-PROMPT-HIRE-DATE.
           PERFORM 330-ACCEPT-HIRE-DATE.
           PERFORM 332-VALIDATE-HIRE-DATE.
           DISPLAY "Current supervisor ID: " WS-SUPERVISOR-ID.
           PERFORM 360-PROMPT-SUPERVISOR-ID.
           PERFORM 361-ACCEPT-SUPERVISOR-ID.
           PERFORM 362-VALIDATE-SUPERVISOR-ID.

       430-CHANGE-EMPLOYMENT-STATUS.
           DISPLAY "Enter the employee ID: ".
           PERFORM 432-PROMPT-NEW-STATUS.
           PERFORM 433-ACCEPT-NEW-STATUS.
           PERFORM 434-VALIDATE-NEW-STATUS.
           MOVE 1 TO WS-TR-VALID.
           MOVE 0 TO WS-TERM-REASON.
           IF WS-EMPLOYMENT-STATUS = "T"
               PERFORM 380-ACCEPT-TERM-REASON
           END-IF.
           IF WS-TR-VALID = 1
               PERFORM 439-POST-STATUS-CHANGE
           END-IF.

       439-POST-STATUS-CHANGE.
           PERFORM 337-VALIDATE-EFFECTIVE-DATE.
           IF WS-EMPLOYMENT-STATUS = "L"
               PERFORM 350-ACCEPT-LEAVE-DETAILS
                           AND WS-BEFORE-EMPLOYMENT-STATUS = "L"
                           PERFORM 645-CLOSE-LEAVE-RECORD
                       END-IF
                       IF WS-EMPLOYMENT-STATUS = "T"
                           PERFORM 660-WRITE-TERM-HISTORY
                       END-IF
               END-REWRITE
           END-IF.

               MOVE SPACE TO PA-LEAVE-TYPE
               MOVE ZEROS TO PA-EXPECTED-RETURN
           END-IF.
      *> A queued termination carries its reason so the posting run
      *> can write the termination history when it is due.
           IF WS-EMPLOYMENT-STATUS = "T"
               MOVE WS-TERM-REASON TO PA-TERM-REASON
           ELSE
               MOVE ZEROS TO PA-TERM-REASON
           END-IF.
      *> A queued rehire taken over strength carries the override so
      *> the posting run does not hold it back on the same count.
           IF WS-EMPLOYMENT-STATUS = "A" AND WS-EST-OVERRIDDEN = 1
               MOVE "Y" TO PA-EST-OVERRIDE
           ELSE
               MOVE SPACE TO PA-EST-OVERRIDE
           END-IF.
           PERFORM 630-WRITE-PENDING-RECORD.
           DISPLAY "Future-dated status change queued for posting "
               "on " WS-EFFECTIVE-DATE ".".
           END-IF.

      *> Covers both a rehire after termination and a return to
      *> active from leave, so neither status is a dead end.  Someone
      *> who left for a reason marked not eligible for rehire is only
      *> taken back on a senior operator's override.
       436-APPLY-REHIRE.
           IF FS-EMPLOYMENT-STATUS NOT = "T"
               AND FS-EMPLOYMENT-STATUS NOT = "L"
               DISPLAY "Employee is not terminated or on leave; "
                   "nothing to reactivate."
           ELSE
               MOVE 1 TO WS-REHIRE-ALLOWED
               MOVE 0 TO WS-REHIRE-OVERRIDDEN
               MOVE 1 TO WS-EST-ALLOWED
               MOVE 0 TO WS-EST-OVERRIDDEN
               MOVE FS-EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD
               MOVE FS-EMPLOYEE-RECORD TO WS-BEFORE-RECORD
               IF WS-BEFORE-EMPLOYMENT-STATUS = "T"
                   PERFORM 385-CHECK-REHIRE-ELIGIBILITY
      *> A rehire takes a seat in the department and position on the
      *> record the same as a hire does; someone on leave kept theirs.
                   IF WS-REHIRE-ALLOWED = 1
                       PERFORM 370-CHECK-ESTABLISHMENT
                   END-IF
               END-IF
               IF WS-REHIRE-ALLOWED = 1 AND WS-EST-ALLOWED = 1
                   PERFORM 437-POST-REHIRE
               ELSE
                   DISPLAY "Employee not rehired."
               END-IF
           END-IF.

      *> The establishment count reads through the master, so the
      *> record is worked from the images taken in 436.
       437-POST-REHIRE.
           PERFORM 337-VALIDATE-EFFECTIVE-DATE.
           MOVE "A" TO WS-EMPLOYMENT-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *> A dated return queues like a dated termination or leave, so
      *> the employee does not reappear on the payroll export before
      *> the return date; the posting run closes the leave detail.
           IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
               PERFORM 438-QUEUE-STATUS-CHANGE
               IF WS-REHIRE-OVERRIDDEN = 1
                   PERFORM 604-LOG-REHIRE-OVERRIDE
               END-IF
               IF WS-EST-OVERRIDDEN = 1
                   PERFORM 603-LOG-EST-OVERRIDE
               END-IF
               PERFORM 448-START-REHIRE-PROBATION
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-STATUS-DATE
               MOVE WS-EMPLOYEE-RECORD TO FS-EMPLOYEE-RECORD
               REWRITE FS-EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "Employee rehire failed."
                   NOT INVALID KEY
                       DISPLAY "Employee rehired."
                       PERFORM 602-LOG-STATUS-TRANSACTION
                       IF WS-REHIRE-OVERRIDDEN = 1
                           PERFORM 604-LOG-REHIRE-OVERRIDE
                       END-IF
                       IF WS-EST-OVERRIDDEN = 1
                           PERFORM 603-LOG-EST-OVERRIDE
                       END-IF
                       IF WS-BEFORE-EMPLOYMENT-STATUS = "L"
                           PERFORM 645-CLOSE-LEAVE-RECORD
                       END-IF
                       PERFORM 448-START-REHIRE-PROBATION
               END-REWRITE
           END-IF.

      *> A rehire serves a fresh probation from the return date; a
      *> return from leave carries on as before.
       448-START-REHIRE-PROBATION.
           IF WS-BEFORE-EMPLOYMENT-STATUS = "T"
               MOVE WS-EFFECTIVE-DATE TO WS-PROB-START-DATE
               PERFORM 690-START-PROBATION
           END-IF.

       440-LIST-EMPLOYEES.
                               SD-YEARS-OF-SERVICE
                           DISPLAY "Position code:     "
                               SD-POSITION-CODE
                           DISPLAY "Supervisor ID:     "
                               SD-SUPERVISOR-ID
                           DISPLAY "Employment status: "
                               SD-EMPLOYMENT-STATUS
                           DISPLAY SPACES
           PERFORM 345-PROMPT-POS-CODE.           *> Prompt for Position Code.
           PERFORM 346-ACCEPT-POS-CODE.           *> Accept Position Code.
           PERFORM 347-VALIDATE-POS-CODE.         *> Re-prompt until the code is on the position table.
           MOVE SPACES TO WS-BEFORE-RECORD.       *> A hire has no before-image.
           PERFORM 370-CHECK-ESTABLISHMENT.       *> Refuse the hire if the cell is full and not overridden.
           IF WS-EST-ALLOWED = 1
               PERFORM 307-PROMPT-FIRST-NAME      *> Prompt for First Name.
               PERFORM 308-ACCEPT-FIRST-NAME      *> Accept First Name.
               PERFORM 324-VALIDATE-FIRST-NAME    *> Re-prompt until the first name is not blank.
               PERFORM 309-PROMPT-LAST-NAME       *> Prompt for Last Name.
               PERFORM 310-ACCEPT-LAST-NAME       *> Accept Last Name.
               PERFORM 326-VALIDATE-LAST-NAME     *> Re-prompt until the last name is not blank.
               PERFORM 311-PROMPT-YOS             *> Prompt for Years of Service.
               PERFORM 312-ACCEPT-YOS             *> Accept Years of Service.
               PERFORM 328-VALIDATE-YOS           *> Re-prompt until years of service is in range.
               PERFORM 329-PROMPT-HIRE-DATE       *> Prompt for Hire Date.
               PERFORM 330-ACCEPT-HIRE-DATE       *> Accept Hire Date.
               PERFORM 332-VALIDATE-HIRE-DATE     *> Re-prompt until the hire date is valid.
               PERFORM 360-PROMPT-SUPERVISOR-ID   *> Prompt for Supervisor ID.
               PERFORM 361-ACCEPT-SUPERVISOR-ID   *> Accept Supervisor ID.
               PERFORM 362-VALIDATE-SUPERVISOR-ID *> Re-prompt until the supervisor is active and forms no loop.
               PERFORM 316-SET-NEW-EMPLOYEE-STATUS *> New employees start active as of their hire date.
               PERFORM 313-WRITE-TO-FILE          *> Write the record to the file.
           ELSE
               DISPLAY "Employee not added."
           END-IF.
           PERFORM 314-ASK-USER-TO-CONTINUE.      *> Ask user if they want to enter another record.
           PERFORM 315-ACCEPT-CONTINUE-MESSAGE.   *> Accept user's choice.

                   DISPLAY "That employee ID is already on file."
               NOT INVALID KEY
                   PERFORM 600-LOG-ADD-TRANSACTION
                   IF WS-EST-OVERRIDDEN = 1
                       PERFORM 603-LOG-EST-OVERRIDE
                   END-IF
                   MOVE WS-HIRE-DATE TO WS-PROB-START-DATE
                   PERFORM 690-START-PROBATION
           END-WRITE.

       316-SET-NEW-EMPLOYEE-STATUS.
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

      *> The termination reason table gives each reason its group
      *> (V-Voluntary, I-Involuntary) and whether someone who left
      *> for it may be rehired (Y/N).
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

      *> The pay range table gives the minimum, midpoint and maximum
      *> annual salary for each position grade.  With no table on
      *> hand salary entries are not held to a range.
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

      *> The certification type table gives each type its validity
      *> in months (0 when it does not lapse) and the departments and
      *> positions whose staff must hold it.
       214-LOAD-CERT-TYPE-TABLE.
           MOVE 0 TO WS-CT-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CERT-TYPE-FILE.
           IF WS-CT-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 1
                   READ CERT-TYPE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-CT-COUNT < 50
                               ADD 1 TO WS-CT-COUNT
                               PERFORM 215-STORE-CERT-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-TYPE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       215-STORE-CERT-TYPE.
           MOVE FS-CT-CODE TO WS-CT-CODE (WS-CT-COUNT).
           MOVE FS-CT-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CT-COUNT).
           MOVE FS-CT-VALID-MONTHS TO WS-CT-VALID-MONTHS (WS-CT-COUNT).
           PERFORM VARYING WS-CT-REQ-SUB FROM 1 BY 1
                   UNTIL WS-CT-REQ-SUB > 4
               MOVE FS-CT-REQ-DEPT (WS-CT-REQ-SUB)
                   TO WS-CT-REQ-DEPT (WS-CT-COUNT, WS-CT-REQ-SUB)
               MOVE FS-CT-REQ-POS (WS-CT-REQ-SUB)
                   TO WS-CT-REQ-POS (WS-CT-COUNT, WS-CT-REQ-SUB)
           END-PERFORM.

      *> The probation period table gives the months a new hire or
      *> rehire serves in each grade.  A grade not on it, or no table
      *> at all, starts no probation.
       216-LOAD-PROBATION-TABLE.
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

      *> Every audit entry is stamped with the operator who keyed the
      *> change, so the sign-on is validated before the menu opens.
       210-OPERATOR-SIGN-ON.
               END-IF
           END-PERFORM.

       360-PROMPT-SUPERVISOR-ID.
           DISPLAY "Enter supervisor employee ID (0 for none): ".

       361-ACCEPT-SUPERVISOR-ID.
           ACCEPT WS-SUPERVISOR-ID.               *> Accept Supervisor ID.

       362-VALIDATE-SUPERVISOR-ID.
           PERFORM 363-CHECK-SUPERVISOR-ID.
           PERFORM UNTIL WS-SUP-VALID = 1
               IF WS-SUP-LOOP = 1
                   DISPLAY "That supervisor reports up to this "
                       "employee; it would form a reporting loop."
               ELSE
                   DISPLAY "That supervisor is not an active "
                       "employee on file."
               END-IF
               DISPLAY "Please enter a different supervisor ID."
               PERFORM 360-PROMPT-SUPERVISOR-ID
               PERFORM 361-ACCEPT-SUPERVISOR-ID
               PERFORM 363-CHECK-SUPERVISOR-ID
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

      *> The employee is about to take a seat in the department and
      *> position in WS-EMPLOYEE-RECORD.  A cell with no entry in
      *> the establishment has no authorized seats.  Going over the
      *> count is refused unless a senior operator overrides it, and
      *> the caller logs the override once the change is written.
       370-CHECK-ESTABLISHMENT.
           MOVE 1 TO WS-EST-ALLOWED.
           MOVE 0 TO WS-EST-OVERRIDDEN.
           IF WS-EST-COUNT > 0
               PERFORM 371-FIND-AUTHORIZED-COUNT
               PERFORM 372-COUNT-CELL-OCCUPANTS
               IF WS-EST-FILLED >= WS-EST-AUTHORIZED
                   PERFORM 374-RESOLVE-OVER-STRENGTH
               END-IF
           END-IF.

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
      *> employee being maintained is left out so a record already
      *> in the cell is not counted against itself.
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

       374-RESOLVE-OVER-STRENGTH.
           DISPLAY "Department " WS-DEPARTMENT-CODE " position "
               WS-POSITION-CODE " is authorized " WS-EST-AUTHORIZED
               " and has " WS-EST-FILLED " filled.".
           DISPLAY "This would put it over its authorized headcount.".
           IF WS-OPERATOR-LEVEL = "S"
               DISPLAY "Override the authorized headcount? (Y/N): "
               ACCEPT WS-EST-REPLY
               IF WS-EST-REPLY = "Y" OR WS-EST-REPLY = "y"
                   MOVE 1 TO WS-EST-OVERRIDDEN
               ELSE
                   MOVE 0 TO WS-EST-ALLOWED
               END-IF
           ELSE
               DISPLAY "Only a senior operator can override the "
                   "authorized headcount."
               MOVE 0 TO WS-EST-ALLOWED
           END-IF.

      *> Every termination records why the person left.  Without the
      *> reason table there is nothing to choose from, so the
      *> termination is not taken.
       380-ACCEPT-TERM-REASON.
           IF WS-TR-COUNT = 0
               MOVE 0 TO WS-TR-VALID
               DISPLAY "No termination reason table on file; "
                   "termination not recorded."
           ELSE
               PERFORM 381-LIST-TERM-REASONS
               PERFORM 382-PROMPT-TERM-REASON
               PERFORM 383-ACCEPT-TERM-REASON
               PERFORM 384-CHECK-TERM-REASON
               PERFORM UNTIL WS-TR-VALID = 1
                   DISPLAY "That reason code is not on the table."
                   PERFORM 382-PROMPT-TERM-REASON
                   PERFORM 383-ACCEPT-TERM-REASON
                   PERFORM 384-CHECK-TERM-REASON
               END-PERFORM
           END-IF.

       381-LIST-TERM-REASONS.
           DISPLAY "Termination reasons:".
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               DISPLAY "  " WS-TR-CODE (WS-TR-IDX) " "
                   WS-TR-DESCRIPTION (WS-TR-IDX) " "
                   WS-TR-GROUP (WS-TR-IDX) " rehire "
                   WS-TR-REHIRE (WS-TR-IDX)
           END-PERFORM.

       382-PROMPT-TERM-REASON.
           DISPLAY "Enter termination reason code: ".

       383-ACCEPT-TERM-REASON.
           ACCEPT WS-TERM-REASON.

       384-CHECK-TERM-REASON.
           MOVE 0 TO WS-TR-VALID.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TERM-REASON = WS-TR-CODE (WS-TR-IDX)
                   MOVE 1 TO WS-TR-VALID
               END-IF
           END-PERFORM.

      *> The reason that counts is the one on the employee's latest
      *> termination.  Someone terminated before reasons were kept
      *> has no history entry and is not held back.
       385-CHECK-REHIRE-ELIGIBILITY.
           PERFORM 386-FIND-LAST-TERMINATION.
           IF WS-LAST-TERM-REASON NOT = 0
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-LAST-TERM-REASON = WS-TR-CODE (WS-TR-IDX)
                       AND WS-TR-REHIRE (WS-TR-IDX) = "N"
                       DISPLAY "Employee left on " WS-LAST-TERM-DATE
                           " for reason " WS-LAST-TERM-REASON " "
                           WS-TR-DESCRIPTION (WS-TR-IDX)
                       DISPLAY "That reason is not eligible for rehire."
                       PERFORM 388-RESOLVE-NOT-ELIGIBLE
                   END-IF
               END-PERFORM
           END-IF.

       386-FIND-LAST-TERMINATION.
           MOVE 0 TO WS-LAST-TERM-DATE.
           MOVE 0 TO WS-LAST-TERM-REASON.
           MOVE 0 TO WS-TM-EOF.
           OPEN INPUT TERM-HISTORY-FILE.
           IF WS-TM-FILE-STATUS NOT = "35"
               PERFORM 387-READ-TERM-HISTORY UNTIL WS-TM-EOF = 1
               CLOSE TERM-HISTORY-FILE
           END-IF.

       387-READ-TERM-HISTORY.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-TM-EOF
               NOT AT END
                   IF TM-EMPLOYEE-ID = FS-EMPLOYEE-ID
                       AND TM-TERM-DATE >= WS-LAST-TERM-DATE
                       MOVE TM-TERM-DATE TO WS-LAST-TERM-DATE
                       MOVE TM-REASON-CODE TO WS-LAST-TERM-REASON
                   END-IF
           END-READ.

       388-RESOLVE-NOT-ELIGIBLE.
           IF WS-OPERATOR-LEVEL = "S"
               DISPLAY "Override the rehire restriction? (Y/N): "
               ACCEPT WS-REHIRE-REPLY
               IF WS-REHIRE-REPLY = "Y" OR WS-REHIRE-REPLY = "y"
                   MOVE 1 TO WS-REHIRE-OVERRIDDEN
               ELSE
                   MOVE 0 TO WS-REHIRE-ALLOWED
               END-IF
           ELSE
               DISPLAY "Only a senior operator can override the "
                   "rehire restriction."
               MOVE 0 TO WS-REHIRE-ALLOWED
           END-IF.

      *> The range that applies is the one for the grade of the
      *> employee's current position.
       390-FIND-PAY-RANGE.
           MOVE 0 TO WS-SALARY-GRADE.
           MOVE 0 TO WS-RANGE-FOUND.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POSITION-COUNT
               IF WS-POSITION-CODE = WS-POS-CODE (WS-POS-IDX)
                   MOVE WS-POS-GRADE (WS-POS-IDX) TO WS-SALARY-GRADE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-SALARY-GRADE = WS-PR-GRADE (WS-PR-IDX)
                   AND WS-SALARY-GRADE NOT = 0
                   MOVE 1 TO WS-RANGE-FOUND
                   MOVE WS-PR-MINIMUM (WS-PR-IDX) TO WS-RANGE-MINIMUM
                   MOVE WS-PR-MIDPOINT (WS-PR-IDX) TO WS-RANGE-MIDPOINT
                   MOVE WS-PR-MAXIMUM (WS-PR-IDX) TO WS-RANGE-MAXIMUM
               END-IF
           END-PERFORM.

       391-PROMPT-SALARY.
           DISPLAY "Enter annual salary in whole dollars: ".

       392-ACCEPT-SALARY.
           ACCEPT WS-SALARY-ENTRY.

       393-VALIDATE-SALARY.
           PERFORM 391-PROMPT-SALARY.
           PERFORM 392-ACCEPT-SALARY.
           PERFORM 394-CHECK-SALARY-VALID.
           PERFORM UNTIL WS-SALARY-VALID = 1
               DISPLAY "Annual salary must be greater than zero."
               PERFORM 391-PROMPT-SALARY
               PERFORM 392-ACCEPT-SALARY
               PERFORM 394-CHECK-SALARY-VALID
           END-PERFORM.
           MOVE WS-SALARY-ENTRY TO WS-NEW-SALARY.

       394-CHECK-SALARY-VALID.
           MOVE 0 TO WS-SALARY-VALID.
           IF WS-SALARY-ENTRY > 0
               MOVE 1 TO WS-SALARY-VALID
           END-IF.

      *> A salary outside the range for the current position is only
      *> taken on a senior operator's override.
       395-CHECK-PAY-RANGE.
           MOVE 1 TO WS-SALARY-ALLOWED.
           MOVE 0 TO WS-SALARY-OVERRIDDEN.
           IF WS-RANGE-FOUND = 1
               IF WS-NEW-SALARY < WS-RANGE-MINIMUM
                   OR WS-NEW-SALARY > WS-RANGE-MAXIMUM
                   PERFORM 396-RESOLVE-OUT-OF-RANGE
               END-IF
           END-IF.

       396-RESOLVE-OUT-OF-RANGE.
           DISPLAY "That salary is outside the range " WS-RANGE-MINIMUM
               " to " WS-RANGE-MAXIMUM " for grade " WS-SALARY-GRADE
               ".".
           IF WS-OPERATOR-LEVEL = "S"
               DISPLAY "Override the pay range? (Y/N): "
               ACCEPT WS-SALARY-REPLY
               IF WS-SALARY-REPLY = "Y" OR WS-SALARY-REPLY = "y"
                   MOVE 1 TO WS-SALARY-OVERRIDDEN
               ELSE
                   MOVE 0 TO WS-SALARY-ALLOWED
               END-IF
           ELSE
               DISPLAY "Only a senior operator can override the "
                   "pay range."
               MOVE 0 TO WS-SALARY-ALLOWED
           END-IF.

      *> Vacation dates are keyed inside the year whose balance was
      *> shown, so every entry is held against that one balance.  The
      *> first day is cleared first so 344 accepts any day in the year.
       340-VALIDATE-VACATION-START.
           MOVE ZEROS TO WS-VAC-START-DATE.
           PERFORM 341-PROMPT-VACATION-START.
           PERFORM 344-CHECK-VACATION-DATE.
           PERFORM UNTIL WS-VAC-DATE-VALID = 1
               DISPLAY "First day must be a valid YYYYMMDD date in "
                   WS-VAC-YEAR "."
               PERFORM 341-PROMPT-VACATION-START
               PERFORM 344-CHECK-VACATION-DATE
           END-PERFORM.
           MOVE WS-VAC-CHECK-DATE TO WS-VAC-START-DATE.

       341-PROMPT-VACATION-START.
           DISPLAY "Enter the first day of vacation (YYYYMMDD): ".
           ACCEPT WS-VAC-CHECK-DATE.

       342-VALIDATE-VACATION-END.
           PERFORM 343-PROMPT-VACATION-END.
           PERFORM 344-CHECK-VACATION-DATE.
           PERFORM UNTIL WS-VAC-DATE-VALID = 1
               DISPLAY "Last day must be a valid YYYYMMDD date in "
                   WS-VAC-YEAR ", on or after the first day."
               PERFORM 343-PROMPT-VACATION-END
               PERFORM 344-CHECK-VACATION-DATE
           END-PERFORM.
           MOVE WS-VAC-CHECK-DATE TO WS-VAC-END-DATE.

       343-PROMPT-VACATION-END.
           DISPLAY "Enter the last day of vacation (YYYYMMDD): ".
           ACCEPT WS-VAC-CHECK-DATE.

       344-CHECK-VACATION-DATE.
           MOVE 0 TO WS-VAC-DATE-VALID.
           IF WS-VAC-CHECK-YYYY = WS-VAC-YEAR
               AND WS-VAC-CHECK-MM >= 1 AND WS-VAC-CHECK-MM <= 12
               AND WS-VAC-CHECK-DD >= 1 AND WS-VAC-CHECK-DD <= 31
               AND WS-VAC-CHECK-DATE >= WS-VAC-START-DATE
               PERFORM 349-DETERMINE-VAC-DAYS-IN-MONTH
               IF WS-VAC-CHECK-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-VAC-DATE-VALID
               END-IF
           END-IF.

       349-DETERMINE-VAC-DAYS-IN-MONTH.
           EVALUATE WS-VAC-CHECK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-VAC-CHECK-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-VAC-CHECK-YYYY, 100)
                               NOT = 0)
                       OR FUNCTION MOD (WS-VAC-CHECK-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> Days are working days off, so they may be fewer than the
      *> calendar days from first to last but never more.
       365-VALIDATE-VACATION-DAYS.
           COMPUTE WS-VAC-SPAN =
               FUNCTION INTEGER-OF-DATE (WS-VAC-END-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-VAC-START-DATE) + 1.
           PERFORM 366-PROMPT-VACATION-DAYS.
           PERFORM UNTIL WS-VAC-DAYS-VALID = 1
               DISPLAY "Days must be from 1 to " WS-VAC-SPAN
                   ", the calendar days from first to last."
               PERFORM 366-PROMPT-VACATION-DAYS
           END-PERFORM.

       366-PROMPT-VACATION-DAYS.
           DISPLAY "Enter the number of vacation days: ".
           ACCEPT WS-VAC-DAYS.
           MOVE 0 TO WS-VAC-DAYS-VALID.
           IF WS-VAC-DAYS > 0 AND WS-VAC-DAYS <= WS-VAC-SPAN
               MOVE 1 TO WS-VAC-DAYS-VALID
           END-IF.

      *> A leave record runs from its start to the actual return, or
      *> the expected return while it is still open; a return date of
      *> zero means no return is known, so the leave runs on.  An
      *> employee on leave with no open record is treated as on leave
      *> throughout.
       367-CHECK-LEAVE-OVERLAP.
           MOVE 0 TO WS-VAC-LEAVE-CLASH.
           MOVE 0 TO WS-VAC-OPEN-LEAVE.
           MOVE 0 TO WS-VAC-SCAN-EOF.
           OPEN INPUT LEAVE-DETAIL-FILE.
           IF WS-LEAVE-FILE-STATUS NOT = "35"
               PERFORM 368-READ-LEAVE-FOR-OVERLAP
                   UNTIL WS-VAC-SCAN-EOF = 1
               CLOSE LEAVE-DETAIL-FILE
           END-IF.
           IF WS-EMPLOYMENT-STATUS = "L" AND WS-VAC-OPEN-LEAVE = 0
               MOVE 1 TO WS-VAC-LEAVE-CLASH
           END-IF.

       368-READ-LEAVE-FOR-OVERLAP.
           READ LEAVE-DETAIL-FILE
               AT END
                   MOVE 1 TO WS-VAC-SCAN-EOF
               NOT AT END
                   IF LD-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       IF LD-ACTUAL-RETURN = 0
                           MOVE 1 TO WS-VAC-OPEN-LEAVE
                           MOVE LD-EXPECTED-RETURN
                               TO WS-VAC-RETURN-DATE
                       ELSE
                           MOVE LD-ACTUAL-RETURN TO WS-VAC-RETURN-DATE
                       END-IF
                       IF LD-START-DATE <= WS-VAC-END-DATE
                           AND (WS-VAC-RETURN-DATE = 0
                               OR WS-VAC-RETURN-DATE
                                   > WS-VAC-START-DATE)
                           MOVE 1 TO WS-VAC-LEAVE-CLASH
                       END-IF
                   END-IF
           END-READ.

      *> A termination or leave already queued for posting counts the
      *> same as one on the master: the days would fall after the
      *> employee has gone or while they are away.
       369-CHECK-QUEUED-ACTIONS.
           MOVE 0 TO WS-VAC-TERM-QUEUED.
           MOVE 0 TO WS-VAC-LEAVE-QUEUED.
           MOVE 0 TO WS-VAC-SCAN-EOF.
           OPEN INPUT PENDING-ACTIONS-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "35"
               PERFORM 397-READ-QUEUED-ACTION
                   UNTIL WS-VAC-SCAN-EOF = 1
               CLOSE PENDING-ACTIONS-FILE
           END-IF.

       397-READ-QUEUED-ACTION.
           READ PENDING-ACTIONS-FILE
               AT END
                   MOVE 1 TO WS-VAC-SCAN-EOF
               NOT AT END
                   IF PA-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND PA-POSTED-FLAG NOT = "P"
                       AND PA-ACTION-TYPE = "S"
                       AND PA-EFFECTIVE-DATE <= WS-VAC-END-DATE
                       IF PA-NEW-STATUS = "T"
                           MOVE 1 TO WS-VAC-TERM-QUEUED
                           MOVE PA-EFFECTIVE-DATE TO WS-VAC-QUEUED-DATE
                       END-IF
                       IF PA-NEW-STATUS = "L"
                           AND WS-VAC-TERM-QUEUED = 0
                           AND (PA-EXPECTED-RETURN = 0
                               OR PA-EXPECTED-RETURN
                                   > WS-VAC-START-DATE)
                           MOVE 1 TO WS-VAC-LEAVE-QUEUED
                           MOVE PA-EFFECTIVE-DATE TO WS-VAC-QUEUED-DATE
                       END-IF
                   END-IF
           END-READ.

      *> New days on the ledger must not fall while the employee is
      *> terminated or on leave and must fit in what is left of the
      *> year's entitlement and carry-over.
       398-CHECK-VACATION-ALLOWED.
           MOVE 1 TO WS-VAC-ALLOWED.
           IF WS-EMPLOYMENT-STATUS = "T"
               DISPLAY "Employee is terminated."
               MOVE 0 TO WS-VAC-ALLOWED
           END-IF.
           IF WS-VAC-ALLOWED = 1
               AND WS-VAC-START-DATE < WS-HIRE-DATE
               DISPLAY "Vacation cannot start before the hire date "
                   WS-HIRE-DATE "."
               MOVE 0 TO WS-VAC-ALLOWED
           END-IF.
           IF WS-VAC-ALLOWED = 1
               PERFORM 367-CHECK-LEAVE-OVERLAP
               IF WS-VAC-LEAVE-CLASH = 1
                   DISPLAY "Employee is on leave during those dates."
                   MOVE 0 TO WS-VAC-ALLOWED
               END-IF
           END-IF.
           IF WS-VAC-ALLOWED = 1
               PERFORM 369-CHECK-QUEUED-ACTIONS
               IF WS-VAC-TERM-QUEUED = 1
                   DISPLAY "A termination is queued effective "
                       WS-VAC-QUEUED-DATE "."
                   MOVE 0 TO WS-VAC-ALLOWED
               END-IF
               IF WS-VAC-LEAVE-QUEUED = 1
                   DISPLAY "A leave is queued from "
                       WS-VAC-QUEUED-DATE " over those dates."
                   MOVE 0 TO WS-VAC-ALLOWED
               END-IF
           END-IF.
           IF WS-VAC-ALLOWED = 1
               PERFORM 399-COMPUTE-VACATION-BALANCE
               IF WS-VAC-BALANCE-FOUND = 0
                   DISPLAY "No " WS-VAC-YEAR " entitlement is on file;"
                       " the vacation entitlement must be posted first."
                   MOVE 0 TO WS-VAC-ALLOWED
               ELSE
                   IF WS-VAC-YEAR-CLOSED = 1
                       DISPLAY "Vacation year " WS-VAC-YEAR
                           " is closed."
                       MOVE 0 TO WS-VAC-ALLOWED
                   ELSE
                       IF WS-VAC-DAYS > WS-VAC-REMAINING
                           MOVE WS-VAC-REMAINING
                               TO WS-VAC-REMAINING-EDIT
                           DISPLAY "Only " WS-VAC-REMAINING-EDIT
                               " day(s) remain for " WS-VAC-YEAR "."
                           MOVE 0 TO WS-VAC-ALLOWED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Remaining days are the entitlement plus the carry-over, less
      *> everything booked or taken in the year; cancelled bookings
      *> give their days back.
       399-COMPUTE-VACATION-BALANCE.
           MOVE 0 TO WS-VAC-BALANCE-FOUND.
           MOVE 0 TO WS-VAC-YEAR-CLOSED.
           MOVE 0 TO WS-VAC-ENTITLED.
           MOVE 0 TO WS-VAC-CARRIED.
           MOVE 0 TO WS-VAC-BOOKED.
           MOVE 0 TO WS-VAC-TAKEN.
           MOVE 0 TO WS-VAC-CANCELLED.
           MOVE 0 TO WS-VAC-ENTRY-COUNT.
           MOVE WS-EMPLOYEE-ID TO BL-EMPLOYEE-ID.
           MOVE WS-VAC-YEAR TO BL-VACATION-YEAR.
           READ VACATION-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-VAC-BALANCE-FOUND
                   MOVE BL-ENTITLED-DAYS TO WS-VAC-ENTITLED
                   MOVE BL-CARRIED-IN-DAYS TO WS-VAC-CARRIED
                   IF BL-CLOSED-FLAG = "Y"
                       MOVE 1 TO WS-VAC-YEAR-CLOSED
                   END-IF
           END-READ.
           COMPUTE WS-VAC-YEAR-END = WS-VAC-YEAR * 10000 + 1231.
           MOVE 0 TO WS-VL-EOF.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           COMPUTE VL-START-DATE = WS-VAC-YEAR * 10000 + 101.
           START VACATION-LEDGER-FILE
               KEY >= VL-LEDGER-KEY
               INVALID KEY
                   MOVE 1 TO WS-VL-EOF
           END-START.
           PERFORM 493-READ-NEXT-VACATION-ENTRY UNTIL WS-VL-EOF = 1.
           COMPUTE WS-VAC-REMAINING = WS-VAC-ENTITLED + WS-VAC-CARRIED
               - WS-VAC-BOOKED - WS-VAC-TAKEN.

       375-VALIDATE-CERT-CODE.
           PERFORM 376-PROMPT-CERT-CODE.
           PERFORM 377-CHECK-CERT-CODE.
           PERFORM UNTIL WS-CERT-VALID = 1
               DISPLAY "Certification type must be on the "
                   "certification type table."
               PERFORM 376-PROMPT-CERT-CODE
               PERFORM 377-CHECK-CERT-CODE
           END-PERFORM.

       376-PROMPT-CERT-CODE.
           DISPLAY "Enter the certification type: ".
           ACCEPT WS-CERT-CODE.

       377-CHECK-CERT-CODE.
           MOVE 0 TO WS-CERT-VALID.
           MOVE 0 TO WS-CERT-TYPE-SUB.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CERT-CODE = WS-CT-CODE (WS-CT-IDX)
                   MOVE 1 TO WS-CERT-VALID
                   SET WS-CERT-TYPE-SUB TO WS-CT-IDX
               END-IF
           END-PERFORM.

      *> A certification counts from the day it was earned or
      *> renewed, which cannot be a day still to come.
       378-VALIDATE-CERT-EARNED.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Enter the date earned or renewed (YYYYMMDD): ".
           ACCEPT WS-CERT-CHECK-DATE.
           PERFORM 379-CHECK-CERT-DATE-VALID.
           PERFORM UNTIL WS-CERT-DATE-VALID = 1
                   AND WS-CERT-CHECK-DATE <= WS-TODAY-DATE
               DISPLAY "Date earned must be a valid YYYYMMDD date not "
                   "in the future."
               DISPLAY "Enter the date earned or renewed (YYYYMMDD): "
               ACCEPT WS-CERT-CHECK-DATE
               PERFORM 379-CHECK-CERT-DATE-VALID
           END-PERFORM.
           MOVE WS-CERT-CHECK-DATE TO WS-CERT-EARNED-DATE.

       379-CHECK-CERT-DATE-VALID.
           MOVE 0 TO WS-CERT-DATE-VALID.
           IF WS-CERT-CHECK-YYYY >= 1900
               AND WS-CERT-CHECK-MM >= 1 AND WS-CERT-CHECK-MM <= 12
               AND WS-CERT-CHECK-DD >= 1 AND WS-CERT-CHECK-DD <= 31
               PERFORM 389-DETERMINE-CERT-DAYS-IN-MONTH
               IF WS-CERT-CHECK-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-CERT-DATE-VALID
               END-IF
           END-IF.

       389-DETERMINE-CERT-DAYS-IN-MONTH.
           EVALUATE WS-CERT-CHECK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-CERT-CHECK-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-CERT-CHECK-YYYY, 100)
                               NOT = 0)
                       OR FUNCTION MOD (WS-CERT-CHECK-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> Most certificates carry the type's validity from the date
      *> earned; a licence printed with its own expiry date can be
      *> keyed as it stands.
       353-VALIDATE-CERT-EXPIRY.
           PERFORM 354-PROMPT-CERT-EXPIRY.
           ACCEPT WS-CERT-CHECK-DATE.
           PERFORM 359-CHECK-CERT-EXPIRY.
           PERFORM UNTIL WS-CERT-DATE-VALID = 1
               DISPLAY "Expiry date must be a valid YYYYMMDD date "
                   "after the date earned, or 0."
               PERFORM 354-PROMPT-CERT-EXPIRY
               ACCEPT WS-CERT-CHECK-DATE
               PERFORM 359-CHECK-CERT-EXPIRY
           END-PERFORM.

       354-PROMPT-CERT-EXPIRY.
           IF WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB) = 0
               DISPLAY "Enter the expiry date (YYYYMMDD), or 0 if "
                   "it does not lapse: "
           ELSE
               DISPLAY "Enter the expiry date (YYYYMMDD), or 0 for "
                   WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB)
                   " months from the date earned: "
           END-IF.

       359-CHECK-CERT-EXPIRY.
           IF WS-CERT-CHECK-DATE = 0
               PERFORM 334-COMPUTE-CERT-EXPIRY
               MOVE 1 TO WS-CERT-DATE-VALID
           ELSE
               PERFORM 379-CHECK-CERT-DATE-VALID
               IF WS-CERT-CHECK-DATE <= WS-CERT-EARNED-DATE
                   MOVE 0 TO WS-CERT-DATE-VALID
               END-IF
               MOVE WS-CERT-CHECK-DATE TO WS-CERT-EXPIRY-DATE
           END-IF.

      *> The expiry falls the validity's number of months after the
      *> date earned, on the same day of the month or the month's
      *> last day when that month is shorter.
       334-COMPUTE-CERT-EXPIRY.
           IF WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB) = 0
               MOVE 0 TO WS-CERT-EXPIRY-DATE
           ELSE
               MOVE WS-CERT-EARNED-DATE TO WS-CERT-EXPIRY-DATE
               COMPUTE WS-CERT-MONTHS = WS-CERT-EXP-MM - 1
                   + WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB)
               DIVIDE WS-CERT-MONTHS BY 12 GIVING WS-CERT-YEARS
                   REMAINDER WS-CERT-MONTH-REM
               ADD WS-CERT-YEARS TO WS-CERT-EXP-YYYY
               COMPUTE WS-CERT-EXP-MM = WS-CERT-MONTH-REM + 1
               MOVE WS-CERT-EXPIRY-DATE TO WS-CERT-CHECK-DATE
               MOVE 1 TO WS-CERT-CHECK-DD
               PERFORM 389-DETERMINE-CERT-DAYS-IN-MONTH
               IF WS-CERT-EXP-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-CERT-EXP-DD
               END-IF
           END-IF.

      *> A type is required of everyone in one of its departments and
      *> of everyone holding one of its positions, wherever they work.
       317-CHECK-CERT-REQUIRED.
           MOVE 0 TO WS-CERT-REQUIRED.
           PERFORM VARYING WS-CT-REQ-SUB FROM 1 BY 1
                   UNTIL WS-CT-REQ-SUB > 4
               IF WS-CT-REQ-DEPT (WS-CT-IDX, WS-CT-REQ-SUB) NOT = 0
                   AND WS-CT-REQ-DEPT (WS-CT-IDX, WS-CT-REQ-SUB)
                       = WS-DEPARTMENT-CODE
                   MOVE 1 TO WS-CERT-REQUIRED
               END-IF
               IF WS-CT-REQ-POS (WS-CT-IDX, WS-CT-REQ-SUB) NOT = 0
                   AND WS-CT-REQ-POS (WS-CT-IDX, WS-CT-REQ-SUB)
                       = WS-POSITION-CODE
                   MOVE 1 TO WS-CERT-REQUIRED
               END-IF
           END-PERFORM.

       323-CHECK-FIRST-NAME-VALID.
           MOVE 0 TO WS-NAME-VALID.
           IF WS-FIRST-NAME NOT = SPACES
               MOVE 1 TO WS-NAME-VALID
           END-IF.

       324-VALIDATE-FIRST-NAME.
           PERFORM 323-CHECK-FIRST-NAME-VALID.
           PERFORM UNTIL WS-NAME-VALID = 1
               DISPLAY "First name cannot be blank."
               PERFORM 307-PROMPT-FIRST-NAME
               PERFORM 308-ACCEPT-FIRST-NAME
               PERFORM 323-CHECK-FIRST-NAME-VALID
           END-PERFORM.

       325-CHECK-LAST-NAME-VALID.
           MOVE 0 TO WS-NAME-VALID.
           IF WS-LAST-NAME NOT = SPACES
               MOVE 1 TO WS-NAME-VALID
           END-IF.

       326-VALIDATE-LAST-NAME.
           PERFORM 325-CHECK-LAST-NAME-VALID.
           PERFORM UNTIL WS-NAME-VALID = 1
               DISPLAY "Last name cannot be blank."
               PERFORM 309-PROMPT-LAST-NAME
               PERFORM 310-ACCEPT-LAST-NAME
               PERFORM 325-CHECK-LAST-NAME-VALID
           END-PERFORM.

       327-CHECK-YOS-VALID.
           MOVE 0 TO WS-YOS-VALID.
           IF WS-YEARS-OF-SERVICE >= 0 AND WS-YEARS-OF-SERVICE <= 50
               MOVE 1 TO WS-YOS-VALID
           END-IF.

       328-VALIDATE-YOS.
           PERFORM 327-CHECK-YOS-VALID.
           PERFORM UNTIL WS-YOS-VALID = 1
               DISPLAY "Years of service must be between 0 and 50."
               PERFORM 311-PROMPT-YOS
               PERFORM 312-ACCEPT-YOS
               PERFORM 327-CHECK-YOS-VALID
           END-PERFORM.

       331-CHECK-HIRE-DATE-VALID.
           MOVE 0 TO WS-HIRE-DATE-VALID.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-HIRE-YYYY >= 1900
               AND WS-HIRE-MM >= 1 AND WS-HIRE-MM <= 12
               AND WS-HIRE-DD >= 1 AND WS-HIRE-DD <= 31
               AND WS-HIRE-DATE > 0
               AND WS-HIRE-DATE <= WS-TODAY-DATE
               PERFORM 333-DETERMINE-DAYS-IN-MONTH
               IF WS-HIRE-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-HIRE-DATE-VALID
               END-IF
           END-IF.

       332-VALIDATE-HIRE-DATE.
           PERFORM 331-CHECK-HIRE-DATE-VALID.
           PERFORM UNTIL WS-HIRE-DATE-VALID = 1
               DISPLAY "Hire date must be a valid YYYYMMDD date not "
                   "in the future."
               PERFORM 329-PROMPT-HIRE-DATE
               PERFORM 330-ACCEPT-HIRE-DATE
               PERFORM 331-CHECK-HIRE-DATE-VALID
           END-PERFORM.

       333-DETERMINE-DAYS-IN-MONTH.
           EVALUATE WS-HIRE-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-HIRE-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-HIRE-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD (WS-HIRE-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> Keyed retrieval on the last-name and department alternate
      *> keys, so a lookup never scans the whole file.
       460-INQUIRY.
           DISPLAY "1. Find by last name (full or leading partial)".
           DISPLAY "2. Browse a department".
           DISPLAY "Enter your choice: ".
           ACCEPT WS-INQ-CHOICE.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-EOF.                      *> The list and export loops leave this set.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               EVALUATE WS-INQ-CHOICE
                   WHEN 1 PERFORM 461-FIND-BY-LAST-NAME
                   WHEN 2 PERFORM 464-BROWSE-DEPARTMENT
                   WHEN OTHER DISPLAY "Invalid selection. Choose 1-2."
           ADD 1 TO WS-MATCH-COUNT.
           DISPLAY FS-EMPLOYEE-ID " " FS-DEPARTMENT-CODE " "
               FS-LAST-NAME " " FS-FIRST-NAME " "
               FS-EMPLOYMENT-STATUS " " FS-SUPERVISOR-ID.

      *> A status change may be dated ahead (an announced
      *> termination), so unlike the hire date no future check here.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

      *> The override rides in the audit log beside the add or update
      *> it allowed, with the same images, so the operator who took
      *> the cell over strength is on record.
       603-LOG-EST-OVERRIDE.
           MOVE "ESTOVR" TO AL-ACTION.
           MOVE WS-BEFORE-RECORD TO AL-BEFORE-RECORD.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

      *> A rehire against a not-eligible reason is logged beside the
      *> rehire itself so the operator who allowed it is on record.
       604-LOG-REHIRE-OVERRIDE.
           MOVE "REHOVR" TO AL-ACTION.
           MOVE WS-BEFORE-RECORD TO AL-BEFORE-RECORD.
           MOVE WS-EMPLOYEE-RECORD TO AL-AFTER-RECORD.
           PERFORM 610-WRITE-AUDIT-RECORD.

      *> A salary entry has no place in the employee image, so, as
      *> the department table entries do, it borrows the image
      *> fields: the salary rides in the last-name field and its
      *> effective date in the status-date field.  The before image
      *> is the salary in effect on that date; blank if none.
       605-LOG-SALARY-ENTRY.
           MOVE "SALARY" TO AL-ACTION.
           PERFORM 607-BUILD-SALARY-IMAGES.
           PERFORM 610-WRITE-AUDIT-RECORD.

       606-LOG-SALARY-OVERRIDE.
           MOVE "SALOVR" TO AL-ACTION.
           PERFORM 607-BUILD-SALARY-IMAGES.
           PERFORM 610-WRITE-AUDIT-RECORD.

       607-BUILD-SALARY-IMAGES.
           MOVE SPACES TO AL-BEFORE-RECORD.
           MOVE SPACES TO AL-AFTER-RECORD.
           IF WS-PRIOR-EFF-DATE NOT = 0
               MOVE WS-EMPLOYEE-ID TO AL-BEFORE-EMPLOYEE-ID
               MOVE WS-DEPARTMENT-CODE TO AL-BEFORE-DEPARTMENT-CODE
               MOVE WS-PRIOR-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO AL-BEFORE-LAST-NAME
               MOVE WS-PRIOR-EFF-DATE TO AL-BEFORE-STATUS-DATE
               MOVE WS-POSITION-CODE TO AL-BEFORE-POSITION-CODE
           END-IF.
           MOVE WS-EMPLOYEE-ID TO AL-AFTER-EMPLOYEE-ID.
           MOVE WS-DEPARTMENT-CODE TO AL-AFTER-DEPARTMENT-CODE.
           MOVE WS-NEW-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO AL-AFTER-LAST-NAME.
           MOVE WS-EFFECTIVE-DATE TO AL-AFTER-STATUS-DATE.
           MOVE WS-POSITION-CODE TO AL-AFTER-POSITION-CODE.

       610-WRITE-AUDIT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD. *> Capture the transaction date.
           ACCEPT AL-TIME FROM TIME.          *> Capture the transaction time.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID. *> Stamp who keyed the change.
           PERFORM 611-OPEN-AUDIT-LOG.
           WRITE AL-AUDIT-RECORD.
      *> due and the posting run writes the transfer history then.
       471-QUEUE-TRANSFER.
           MOVE FS-EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD.
           MOVE FS-EMPLOYEE-RECORD TO WS-BEFORE-RECORD.
           DISPLAY "Current department: " WS-DEPARTMENT-CODE.
           PERFORM 305-PROMPT-DPT-CODE.
           PERFORM 306-ACCEPT-DPT-CODE.
               PERFORM 337-VALIDATE-EFFECTIVE-DATE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
                   PERFORM 449-CHECK-TRANSFER-ESTABLISHMENT
               ELSE
                   DISPLAY "Effective date is not in the future; use "
                       "option 2 to transfer immediately."
               END-IF
           END-IF.

      *> The move takes a seat in the new department at the same
      *> position, checked now against today's count; the posting
      *> run checks it again on the effective date.  A terminated
      *> record holds no seat wherever it sits.
       449-CHECK-TRANSFER-ESTABLISHMENT.
           MOVE 1 TO WS-EST-ALLOWED.
           MOVE 0 TO WS-EST-OVERRIDDEN.
           IF WS-EMPLOYMENT-STATUS NOT = "T"
               PERFORM 370-CHECK-ESTABLISHMENT
           END-IF.
           IF WS-EST-ALLOWED = 1
               PERFORM 472-QUEUE-TRANSFER-RECORD
               IF WS-EST-OVERRIDDEN = 1
                   PERFORM 603-LOG-EST-OVERRIDE
               END-IF
           ELSE
               DISPLAY "Transfer not queued."
           END-IF.

       472-QUEUE-TRANSFER-RECORD.
           MOVE SPACES TO PA-PENDING-RECORD.
           MOVE WS-EMPLOYEE-ID TO PA-EMPLOYEE-ID.
           MOVE SPACE TO PA-POSTED-FLAG.
           MOVE SPACE TO PA-LEAVE-TYPE.
           MOVE ZEROS TO PA-EXPECTED-RETURN.
           MOVE ZEROS TO PA-TERM-REASON.
           IF WS-EST-OVERRIDDEN = 1
               MOVE "Y" TO PA-EST-OVERRIDE
           ELSE
               MOVE SPACE TO PA-EST-OVERRIDE
           END-IF.
           PERFORM 630-WRITE-PENDING-RECORD.
           DISPLAY "Department transfer queued for posting on "
               WS-EFFECTIVE-DATE ".".
       622-CLOSE-TRANSFER-HISTORY.
           CLOSE TRANSFER-HISTORY-FILE.

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

       480-MAINTAIN-SALARY.
           DISPLAY "Enter the employee ID for the salary entry: ".
           ACCEPT WS-SEARCH-ID.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               MOVE WS-SEARCH-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE FS-EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD
                       PERFORM 670-OPEN-SALARY-HISTORY
                       PERFORM 481-SHOW-SALARY-HISTORY
                       PERFORM 483-OFFER-SALARY-ENTRY
                       PERFORM 672-CLOSE-SALARY-HISTORY
               END-READ
               CLOSE EMPLOYEE-RECORD-FILE
           END-IF.

       481-SHOW-SALARY-HISTORY.
           DISPLAY "Salary history for " WS-EMPLOYEE-ID " "
               WS-LAST-NAME.
           MOVE 0 TO WS-SH-COUNT.
           MOVE 0 TO WS-SH-EOF.
           MOVE WS-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE ZEROS TO SH-EFFECTIVE-DATE.
           START SALARY-HISTORY-FILE
               KEY >= SH-SALARY-KEY
               INVALID KEY
                   MOVE 1 TO WS-SH-EOF
           END-START.
           PERFORM 482-SHOW-NEXT-SALARY UNTIL WS-SH-EOF = 1.
           IF WS-SH-COUNT = 0
               DISPLAY "  No salary on file."
           END-IF.
           PERFORM 390-FIND-PAY-RANGE.
           IF WS-RANGE-FOUND = 1
               DISPLAY "Position " WS-POSITION-CODE " grade "
                   WS-SALARY-GRADE " range " WS-RANGE-MINIMUM " - "
                   WS-RANGE-MIDPOINT " - " WS-RANGE-MAXIMUM
           ELSE
               DISPLAY "No pay range on file for position "
                   WS-POSITION-CODE "; salary is not range checked."
           END-IF.

       482-SHOW-NEXT-SALARY.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SH-EOF
               NOT AT END
                   IF SH-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 1 TO WS-SH-EOF
                   ELSE
                       ADD 1 TO WS-SH-COUNT
                       MOVE SH-ANNUAL-SALARY TO WS-SALARY-EDIT
                       DISPLAY "  " SH-EFFECTIVE-DATE " "
                           WS-SALARY-EDIT " position "
                           SH-POSITION-CODE " type " SH-CHANGE-TYPE
                           " override " SH-RANGE-OVERRIDE
                           " by " SH-OPERATOR-ID
                   END-IF
           END-READ.

      *> A terminated employee's pay is history; only active and
      *> on-leave employees take a new entry.
       483-OFFER-SALARY-ENTRY.
           IF WS-EMPLOYMENT-STATUS = "T"
               DISPLAY "Employee is terminated; no salary entry taken."
           ELSE
               DISPLAY "Enter a new salary entry? (Y/N): "
               ACCEPT WS-SALARY-REPLY
               IF WS-SALARY-REPLY = "Y" OR WS-SALARY-REPLY = "y"
                   PERFORM 484-ACCEPT-SALARY-ENTRY
               END-IF
           END-IF.

       484-ACCEPT-SALARY-ENTRY.
           PERFORM 337-VALIDATE-EFFECTIVE-DATE.
           PERFORM 393-VALIDATE-SALARY.
           PERFORM 395-CHECK-PAY-RANGE.
           IF WS-SALARY-ALLOWED = 1
               PERFORM 485-FIND-PRIOR-SALARY
               IF WS-PRIOR-EFF-DATE = WS-EFFECTIVE-DATE
                   MOVE WS-PRIOR-SALARY TO WS-SALARY-EDIT
                   DISPLAY "A salary of " WS-SALARY-EDIT
                       " is already on file for that date."
                   DISPLAY "Replace it? (Y/N): "
                   ACCEPT WS-SALARY-REPLY
                   IF WS-SALARY-REPLY = "Y" OR WS-SALARY-REPLY = "y"
                       PERFORM 487-POST-SALARY-ENTRY
                   ELSE
                       DISPLAY "Salary entry not recorded."
                   END-IF
               ELSE
                   PERFORM 487-POST-SALARY-ENTRY
               END-IF
           ELSE
               DISPLAY "Salary entry not recorded."
           END-IF.

      *> The salary in effect on the new entry's date is the latest
      *> entry on or before that date; it is the before image.
       485-FIND-PRIOR-SALARY.
           MOVE 0 TO WS-PRIOR-SALARY.
           MOVE 0 TO WS-PRIOR-EFF-DATE.
           MOVE 0 TO WS-SH-EOF.
           MOVE WS-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE ZEROS TO SH-EFFECTIVE-DATE.
           START SALARY-HISTORY-FILE
               KEY >= SH-SALARY-KEY
               INVALID KEY
                   MOVE 1 TO WS-SH-EOF
           END-START.
           PERFORM 486-READ-PRIOR-SALARY UNTIL WS-SH-EOF = 1.

       486-READ-PRIOR-SALARY.
           READ SALARY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SH-EOF
               NOT AT END
                   IF SH-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       OR SH-EFFECTIVE-DATE > WS-EFFECTIVE-DATE
                       MOVE 1 TO WS-SH-EOF
                   ELSE
                       MOVE SH-ANNUAL-SALARY TO WS-PRIOR-SALARY
                       MOVE SH-EFFECTIVE-DATE TO WS-PRIOR-EFF-DATE
                   END-IF
           END-READ.

       487-POST-SALARY-ENTRY.
           MOVE WS-EMPLOYEE-ID TO SH-EMPLOYEE-ID.
           MOVE WS-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE.
           MOVE WS-NEW-SALARY TO SH-ANNUAL-SALARY.
           MOVE WS-POSITION-CODE TO SH-POSITION-CODE.
           MOVE "E" TO SH-CHANGE-TYPE.
           IF WS-SALARY-OVERRIDDEN = 1
               MOVE "Y" TO SH-RANGE-OVERRIDE
           ELSE
               MOVE "N" TO SH-RANGE-OVERRIDE
           END-IF.
           MOVE WS-OPERATOR-ID TO SH-OPERATOR-ID.
           ACCEPT SH-ENTERED-DATE FROM DATE YYYYMMDD.
           IF WS-PRIOR-EFF-DATE = WS-EFFECTIVE-DATE
               REWRITE SH-SALARY-RECORD
                   INVALID KEY
                       DISPLAY "Salary entry update failed."
                   NOT INVALID KEY
                       PERFORM 488-CONFIRM-SALARY-ENTRY
               END-REWRITE
           ELSE
               WRITE SH-SALARY-RECORD
                   INVALID KEY
                       DISPLAY "Salary entry could not be written."
                   NOT INVALID KEY
                       PERFORM 488-CONFIRM-SALARY-ENTRY
               END-WRITE
           END-IF.

       488-CONFIRM-SALARY-ENTRY.
           DISPLAY "Salary entry recorded.".
           PERFORM 605-LOG-SALARY-ENTRY.
           IF WS-SALARY-OVERRIDDEN = 1
               PERFORM 606-LOG-SALARY-OVERRIDE
           END-IF.

       670-OPEN-SALARY-HISTORY.
           OPEN I-O SALARY-HISTORY-FILE.          *> Add to the history if it already exists.
           IF WS-SH-FILE-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE    *> First run: create the indexed file.
               CLOSE SALARY-HISTORY-FILE
               OPEN I-O SALARY-HISTORY-FILE
           END-IF.

       672-CLOSE-SALARY-HISTORY.
           CLOSE SALARY-HISTORY-FILE.

       490-MAINTAIN-VACATION.
           DISPLAY "Enter the employee ID for vacation: ".
           ACCEPT WS-SEARCH-ID.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               MOVE WS-SEARCH-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE FS-EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD
                       PERFORM 491-ACCEPT-VACATION-YEAR
                       PERFORM 675-OPEN-VACATION-FILES
                       PERFORM 492-SHOW-VACATION-BALANCE
                       PERFORM 494-OFFER-VACATION-ACTION
                       PERFORM 677-CLOSE-VACATION-FILES
               END-READ
               CLOSE EMPLOYEE-RECORD-FILE
           END-IF.

       491-ACCEPT-VACATION-YEAR.
           DISPLAY "Enter the vacation year (YYYY): ".
           ACCEPT WS-VAC-YEAR.
           PERFORM UNTIL WS-VAC-YEAR >= 1900
               DISPLAY "Vacation year must be 1900 or later."
               DISPLAY "Enter the vacation year (YYYY): "
               ACCEPT WS-VAC-YEAR
           END-PERFORM.

       492-SHOW-VACATION-BALANCE.
           DISPLAY "Vacation " WS-VAC-YEAR " for " WS-EMPLOYEE-ID " "
               WS-LAST-NAME.
           MOVE 1 TO WS-VAC-LIST.
           PERFORM 399-COMPUTE-VACATION-BALANCE.
           MOVE 0 TO WS-VAC-LIST.
           IF WS-VAC-ENTRY-COUNT = 0
               DISPLAY "  No vacation entries on file."
           END-IF.
           IF WS-VAC-BALANCE-FOUND = 0
               DISPLAY "No " WS-VAC-YEAR " entitlement is on file."
           ELSE
               MOVE WS-VAC-REMAINING TO WS-VAC-REMAINING-EDIT
               DISPLAY "Entitled " WS-VAC-ENTITLED "  carried in "
                   WS-VAC-CARRIED "  taken " WS-VAC-TAKEN "  booked "
                   WS-VAC-BOOKED "  remaining " WS-VAC-REMAINING-EDIT
               IF WS-VAC-YEAR-CLOSED = 1
                   DISPLAY "The year-end run has closed " WS-VAC-YEAR
                       "."
               END-IF
           END-IF.

       493-READ-NEXT-VACATION-ENTRY.
           READ VACATION-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-VL-EOF
               NOT AT END
                   IF VL-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       OR VL-START-DATE > WS-VAC-YEAR-END
                       MOVE 1 TO WS-VL-EOF
                   ELSE
                       ADD 1 TO WS-VAC-ENTRY-COUNT
                       EVALUATE VL-ENTRY-STATUS
                           WHEN "B"
                               ADD VL-DAYS TO WS-VAC-BOOKED
                               MOVE "BOOKED" TO WS-VAC-STATUS-WORD
                           WHEN "T"
                               ADD VL-DAYS TO WS-VAC-TAKEN
                               MOVE "TAKEN" TO WS-VAC-STATUS-WORD
                           WHEN OTHER
                               ADD VL-DAYS TO WS-VAC-CANCELLED
                               MOVE "CANCELLED" TO WS-VAC-STATUS-WORD
                       END-EVALUATE
                       IF WS-VAC-LIST = 1
                           DISPLAY "  " VL-START-DATE " - " VL-END-DATE
                               " " VL-DAYS " day(s) "
                               WS-VAC-STATUS-WORD " by "
                               VL-OPERATOR-ID
                       END-IF
                   END-IF
           END-READ.

      *> A closed year is history: the carry-over and any payout have
      *> already been worked out from it.
       494-OFFER-VACATION-ACTION.
           IF WS-VAC-YEAR-CLOSED = 1
               DISPLAY "No changes are taken for a closed year."
           ELSE
               DISPLAY "1. Book vacation"
               DISPLAY "2. Record vacation taken"
               DISPLAY "3. Cancel a booking"
               DISPLAY "4. Return to the main menu"
               DISPLAY "Enter your choice: "
               ACCEPT WS-VAC-CHOICE
               EVALUATE WS-VAC-CHOICE
                   WHEN 1 PERFORM 495-BOOK-VACATION
                   WHEN 2 PERFORM 496-RECORD-VACATION-TAKEN
                   WHEN 3 PERFORM 497-CANCEL-VACATION
                   WHEN 4 CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-IF.

       495-BOOK-VACATION.
           PERFORM 340-VALIDATE-VACATION-START.
           PERFORM 498-FIND-VACATION-ENTRY.
           IF WS-VAC-ENTRY-FOUND = 1 AND WS-VAC-ENTRY-STATUS NOT = "C"
               DISPLAY "A vacation entry already starts on "
                   WS-VAC-START-DATE "."
           ELSE
               PERFORM 342-VALIDATE-VACATION-END
               PERFORM 365-VALIDATE-VACATION-DAYS
               PERFORM 398-CHECK-VACATION-ALLOWED
               IF WS-VAC-ALLOWED = 1
                   MOVE "B" TO WS-VAC-NEW-STATUS
                   PERFORM 499-POST-VACATION-ENTRY
               ELSE
                   DISPLAY "Vacation not booked."
               END-IF
           END-IF.

      *> Days taken normally close off a booking; days taken with no
      *> booking behind them are entered and checked like a booking.
       496-RECORD-VACATION-TAKEN.
           PERFORM 340-VALIDATE-VACATION-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-VAC-START-DATE > WS-TODAY-DATE
               DISPLAY "That vacation has not started yet."
           ELSE
               PERFORM 498-FIND-VACATION-ENTRY
               IF WS-VAC-ENTRY-FOUND = 1 AND WS-VAC-ENTRY-STATUS = "B"
                   MOVE "T" TO VL-ENTRY-STATUS
                   MOVE WS-TODAY-DATE TO VL-STATUS-DATE
                   MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
                   REWRITE VL-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "Vacation entry update failed."
                       NOT INVALID KEY
                           DISPLAY "Booking recorded as taken: "
                               VL-DAYS " day(s)."
                   END-REWRITE
               ELSE
                   IF WS-VAC-ENTRY-FOUND = 1
                       AND WS-VAC-ENTRY-STATUS = "T"
                       DISPLAY "Those days are already recorded as "
                           "taken."
                   ELSE
                       DISPLAY "No booking starts on that date; enter "
                           "the days taken."
                       PERFORM 342-VALIDATE-VACATION-END
                       PERFORM 365-VALIDATE-VACATION-DAYS
                       PERFORM 398-CHECK-VACATION-ALLOWED
                       IF WS-VAC-ALLOWED = 1
                           MOVE "T" TO WS-VAC-NEW-STATUS
                           PERFORM 499-POST-VACATION-ENTRY
                       ELSE
                           DISPLAY "Vacation taken not recorded."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       497-CANCEL-VACATION.
           PERFORM 340-VALIDATE-VACATION-START.
           PERFORM 498-FIND-VACATION-ENTRY.
           IF WS-VAC-ENTRY-FOUND = 1 AND WS-VAC-ENTRY-STATUS = "B"
               MOVE "C" TO VL-ENTRY-STATUS
               ACCEPT VL-STATUS-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
               REWRITE VL-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "Vacation entry update failed."
                   NOT INVALID KEY
                       DISPLAY "Booking cancelled; " VL-DAYS
                           " day(s) returned to the balance."
               END-REWRITE
           ELSE
               IF WS-VAC-ENTRY-FOUND = 1 AND WS-VAC-ENTRY-STATUS = "T"
                   DISPLAY "Days already taken cannot be cancelled."
               ELSE
                   DISPLAY "No open booking starts on that date."
               END-IF
           END-IF.

       498-FIND-VACATION-ENTRY.
           MOVE 0 TO WS-VAC-ENTRY-FOUND.
           MOVE SPACE TO WS-VAC-ENTRY-STATUS.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           MOVE WS-VAC-START-DATE TO VL-START-DATE.
           READ VACATION-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-VAC-ENTRY-FOUND
                   MOVE VL-ENTRY-STATUS TO WS-VAC-ENTRY-STATUS
           END-READ.

      *> One entry per employee and first day: a cancelled booking's
      *> slot is taken over by the new entry.
       499-POST-VACATION-ENTRY.
           MOVE 0 TO WS-VAC-POSTED.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           MOVE WS-VAC-START-DATE TO VL-START-DATE.
           MOVE WS-VAC-END-DATE TO VL-END-DATE.
           MOVE WS-VAC-DAYS TO VL-DAYS.
           MOVE WS-VAC-NEW-STATUS TO VL-ENTRY-STATUS.
           ACCEPT VL-BOOKED-DATE FROM DATE YYYYMMDD.
           MOVE VL-BOOKED-DATE TO VL-STATUS-DATE.
           MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID.
           IF WS-VAC-ENTRY-FOUND = 1
               REWRITE VL-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "Vacation entry update failed."
                   NOT INVALID KEY
                       MOVE 1 TO WS-VAC-POSTED
               END-REWRITE
           ELSE
               WRITE VL-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "Vacation entry could not be written."
                   NOT INVALID KEY
                       MOVE 1 TO WS-VAC-POSTED
               END-WRITE
           END-IF.
           IF WS-VAC-POSTED = 1
               COMPUTE WS-VAC-REMAINING = WS-VAC-REMAINING - WS-VAC-DAYS
               MOVE WS-VAC-REMAINING TO WS-VAC-REMAINING-EDIT
               DISPLAY "Vacation recorded: " WS-VAC-DAYS " day(s) from "
                   WS-VAC-START-DATE " to " WS-VAC-END-DATE "."
               DISPLAY "Remaining for " WS-VAC-YEAR ": "
                   WS-VAC-REMAINING-EDIT
           END-IF.

       675-OPEN-VACATION-FILES.
           OPEN I-O VACATION-BALANCE-FILE.        *> Read the balances if they already exist.
           IF WS-BL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-BALANCE-FILE  *> First run: create the indexed file.
               CLOSE VACATION-BALANCE-FILE
               OPEN I-O VACATION-BALANCE-FILE
           END-IF.
           OPEN I-O VACATION-LEDGER-FILE.         *> Add to the ledger if it already exists.
           IF WS-VL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-LEDGER-FILE   *> First run: create the indexed file.
               CLOSE VACATION-LEDGER-FILE
               OPEN I-O VACATION-LEDGER-FILE
           END-IF.

       677-CLOSE-VACATION-FILES.
           CLOSE VACATION-BALANCE-FILE.
           CLOSE VACATION-LEDGER-FILE.

       473-MAINTAIN-CERTIFICATIONS.
           IF WS-CT-COUNT = 0
               DISPLAY "No certification type table on file."
           ELSE
               DISPLAY "Enter the employee ID for certifications: "
               ACCEPT WS-SEARCH-ID
               OPEN INPUT EMPLOYEE-RECORD-FILE
               IF WS-EMP-FILE-STATUS = "35"
                   DISPLAY "No employees on file."
               ELSE
                   MOVE WS-SEARCH-ID TO FS-EMPLOYEE-ID
                   READ EMPLOYEE-RECORD-FILE
                       INVALID KEY
                           DISPLAY "Employee ID not found."
                       NOT INVALID KEY
                           MOVE FS-EMPLOYEE-RECORD
                               TO WS-EMPLOYEE-RECORD
                           PERFORM 680-OPEN-CERT-FILE
                           PERFORM 474-SHOW-CERTIFICATIONS
                           PERFORM 476-OFFER-CERT-ACTION
                           PERFORM 682-CLOSE-CERT-FILE
                   END-READ
                   CLOSE EMPLOYEE-RECORD-FILE
               END-IF
           END-IF.

       474-SHOW-CERTIFICATIONS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Certifications for " WS-EMPLOYEE-ID " "
               WS-LAST-NAME.
           MOVE 0 TO WS-CERT-COUNT.
           MOVE 0 TO WS-EC-EOF.
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE ZEROS TO EC-CERT-CODE.
           START EMPLOYEE-CERT-FILE
               KEY >= EC-CERT-KEY
               INVALID KEY
                   MOVE 1 TO WS-EC-EOF
           END-START.
           PERFORM 475-SHOW-NEXT-CERTIFICATION UNTIL WS-EC-EOF = 1.
           IF WS-CERT-COUNT = 0
               DISPLAY "  No certifications on file."
           END-IF.
           IF WS-EMPLOYMENT-STATUS NOT = "T"
               PERFORM 477-SHOW-MISSING-CERTS
           END-IF.

       475-SHOW-NEXT-CERTIFICATION.
           READ EMPLOYEE-CERT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EC-EOF
               NOT AT END
                   IF EC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 1 TO WS-EC-EOF
                   ELSE
                       ADD 1 TO WS-CERT-COUNT
                       MOVE EC-CERT-CODE TO WS-CERT-CODE
                       PERFORM 377-CHECK-CERT-CODE
                       IF EC-EXPIRY-DATE NOT = 0
                           AND EC-EXPIRY-DATE < WS-TODAY-DATE
                           MOVE "LAPSED" TO WS-CERT-STATE-WORD
                       ELSE
                           MOVE "CURRENT" TO WS-CERT-STATE-WORD
                       END-IF
                       IF WS-CERT-VALID = 1
                           DISPLAY "  " EC-CERT-CODE " "
                               WS-CT-DESCRIPTION (WS-CERT-TYPE-SUB)
                               " earned " EC-EARNED-DATE
                               " expires " EC-EXPIRY-DATE " "
                               WS-CERT-STATE-WORD
                       ELSE
                           DISPLAY "  " EC-CERT-CODE
                               " (type no longer on the table)"
                               " earned " EC-EARNED-DATE
                               " expires " EC-EXPIRY-DATE
                       END-IF
                   END-IF
           END-READ.

       476-OFFER-CERT-ACTION.
           IF WS-EMPLOYMENT-STATUS = "T"
               DISPLAY "Employee is terminated; no certification "
                   "entry taken."
           ELSE
               DISPLAY "1. Record a certification earned or renewed"
               DISPLAY "2. Remove a certification entered in error"
               DISPLAY "3. Return to the main menu"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CERT-CHOICE
               EVALUATE WS-CERT-CHOICE
                   WHEN 1 PERFORM 478-RECORD-CERTIFICATION
                   WHEN 2 PERFORM 479-REMOVE-CERTIFICATION
                   WHEN 3 CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-IF.

      *> Types the employee's department or position requires and
      *> that are not on file at all are shown after the list.
       477-SHOW-MISSING-CERTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM 317-CHECK-CERT-REQUIRED
               IF WS-CERT-REQUIRED = 1
                   MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
                   MOVE WS-CT-CODE (WS-CT-IDX) TO EC-CERT-CODE
                   READ EMPLOYEE-CERT-FILE
                       INVALID KEY
                           DISPLAY "  Required, not on file: "
                               WS-CT-CODE (WS-CT-IDX) " "
                               WS-CT-DESCRIPTION (WS-CT-IDX)
                   END-READ
               END-IF
           END-PERFORM.

      *> One certification per employee and type: a renewal replaces
      *> the dates on file, but an older certificate than the one on
      *> file is not taken.
       478-RECORD-CERTIFICATION.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               DISPLAY "  " WS-CT-CODE (WS-CT-IDX) " "
                   WS-CT-DESCRIPTION (WS-CT-IDX) " "
                   WS-CT-VALID-MONTHS (WS-CT-IDX) " months"
           END-PERFORM.
           PERFORM 375-VALIDATE-CERT-CODE.
           PERFORM 378-VALIDATE-CERT-EARNED.
           PERFORM 353-VALIDATE-CERT-EXPIRY.
           PERFORM 468-FIND-CERTIFICATION.
           IF WS-CERT-FOUND = 1
               IF WS-CERT-EARNED-DATE < EC-EARNED-DATE
                   DISPLAY "A later certification, earned "
                       EC-EARNED-DATE ", is on file."
                   DISPLAY "Certification not recorded."
               ELSE
                   DISPLAY "On file: earned " EC-EARNED-DATE
                       " expires " EC-EXPIRY-DATE "."
                   DISPLAY "Replace it? (Y/N): "
                   ACCEPT WS-CERT-REPLY
                   IF WS-CERT-REPLY = "Y" OR WS-CERT-REPLY = "y"
                       PERFORM 469-POST-CERTIFICATION
                   ELSE
                       DISPLAY "Certification not recorded."
                   END-IF
               END-IF
           ELSE
               PERFORM 469-POST-CERTIFICATION
           END-IF.

      *> Removing a certification leaves no trace on file, so it is
      *> kept for senior operators correcting a keying error.
       479-REMOVE-CERTIFICATION.
           IF WS-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Operator " WS-OPERATOR-ID " is not authorized "
                   "to remove a certification."
           ELSE
               PERFORM 375-VALIDATE-CERT-CODE
               PERFORM 468-FIND-CERTIFICATION
               IF WS-CERT-FOUND = 0
                   DISPLAY "No such certification on file for this "
                       "employee."
               ELSE
                   DISPLAY "Remove "
                       WS-CT-DESCRIPTION (WS-CERT-TYPE-SUB)
                       " earned " EC-EARNED-DATE "? (Y/N): "
                   ACCEPT WS-CERT-REPLY
                   IF WS-CERT-REPLY = "Y" OR WS-CERT-REPLY = "y"
                       DELETE EMPLOYEE-CERT-FILE
                           INVALID KEY
                               DISPLAY "Certification removal failed."
                           NOT INVALID KEY
                               DISPLAY "Certification removed."
                       END-DELETE
                   ELSE
                       DISPLAY "Certification not removed."
                   END-IF
               END-IF
           END-IF.

       468-FIND-CERTIFICATION.
           MOVE 0 TO WS-CERT-FOUND.
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE WS-CERT-CODE TO EC-CERT-CODE.
           READ EMPLOYEE-CERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-FOUND
           END-READ.

       469-POST-CERTIFICATION.
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE WS-CERT-CODE TO EC-CERT-CODE.
           MOVE WS-CERT-EARNED-DATE TO EC-EARNED-DATE.
           MOVE WS-CERT-EXPIRY-DATE TO EC-EXPIRY-DATE.
           MOVE WS-OPERATOR-ID TO EC-OPERATOR-ID.
           ACCEPT EC-ENTERED-DATE FROM DATE YYYYMMDD.
           IF WS-CERT-FOUND = 1
               REWRITE EC-CERT-RECORD
                   INVALID KEY
                       DISPLAY "Certification update failed."
                   NOT INVALID KEY
                       DISPLAY "Certification recorded; expires "
                           EC-EXPIRY-DATE "."
               END-REWRITE
           ELSE
               WRITE EC-CERT-RECORD
                   INVALID KEY
                       DISPLAY "Certification could not be written."
                   NOT INVALID KEY
                       DISPLAY "Certification recorded; expires "
                           EC-EXPIRY-DATE "."
               END-WRITE
           END-IF.

       680-OPEN-CERT-FILE.
           OPEN I-O EMPLOYEE-CERT-FILE.           *> Add to the certifications if they already exist.
           IF WS-EC-FILE-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-CERT-FILE     *> First run: create the indexed file.
               CLOSE EMPLOYEE-CERT-FILE
               OPEN I-O EMPLOYEE-CERT-FILE
           END-IF.

       682-CLOSE-CERT-FILE.
           CLOSE EMPLOYEE-CERT-FILE.

       411-MAINTAIN-PROBATION.
           DISPLAY "Enter the employee ID for the probation: ".
           ACCEPT WS-SEARCH-ID.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employees on file."
           ELSE
               MOVE WS-SEARCH-ID TO FS-EMPLOYEE-ID
               READ EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       DISPLAY "Employee ID not found."
                   NOT INVALID KEY
                       MOVE FS-EMPLOYEE-RECORD TO WS-EMPLOYEE-RECORD
                       PERFORM 685-OPEN-PROBATION-FILE
                       PERFORM 412-SHOW-PROBATION
                       IF WS-PROB-FOUND = 1
                           PERFORM 413-OFFER-PROBATION-ACTION
                       END-IF
                       PERFORM 687-CLOSE-PROBATION-FILE
               END-READ
               CLOSE EMPLOYEE-RECORD-FILE
           END-IF.

       412-SHOW-PROBATION.
           MOVE 0 TO WS-PROB-FOUND.
           MOVE WS-EMPLOYEE-ID TO PB-EMPLOYEE-ID.
           READ PROBATION-FILE
               INVALID KEY
                   DISPLAY "No probation on file for " WS-EMPLOYEE-ID
                       " " WS-LAST-NAME "."
               NOT INVALID KEY
                   MOVE 1 TO WS-PROB-FOUND
                   EVALUATE PB-OUTCOME
                       WHEN "C" MOVE "CONFIRMED" TO WS-PROB-OUTCOME-WORD
                       WHEN "E" MOVE "EXTENDED" TO WS-PROB-OUTCOME-WORD
                       WHEN "F" MOVE "FAILED" TO WS-PROB-OUTCOME-WORD
                       WHEN OTHER
                           MOVE "UNDECIDED" TO WS-PROB-OUTCOME-WORD
                   END-EVALUATE
                   DISPLAY "Probation for " WS-EMPLOYEE-ID " "
                       WS-LAST-NAME
                   DISPLAY "  Started " PB-START-DATE " ends "
                       PB-END-DATE " " WS-PROB-OUTCOME-WORD
                   IF PB-END-DATE NOT = PB-ORIGINAL-END-DATE
                       DISPLAY "  Originally due to end "
                           PB-ORIGINAL-END-DATE
                   END-IF
                   IF PB-OUTCOME NOT = SPACE
                       DISPLAY "  Decided " PB-DECISION-DATE
                           " by operator " PB-OPERATOR-ID
                   END-IF
           END-READ.

      *> A confirmed or failed probation is closed; an extended one
      *> stays open until it is confirmed or failed.
       413-OFFER-PROBATION-ACTION.
           IF PB-OUTCOME = "C" OR PB-OUTCOME = "F"
               DISPLAY "Probation already decided; no action taken."
           ELSE
               IF WS-EMPLOYMENT-STATUS = "T"
                   DISPLAY "Employee is terminated; no probation "
                       "decision taken."
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   DISPLAY "1. Confirm the employee"
                   DISPLAY "2. Extend the probation"
                   DISPLAY "3. Fail the probation and queue the "
                       "termination"
                   DISPLAY "4. Return to the main menu"
                   DISPLAY "Enter your choice: "
                   ACCEPT WS-PROB-CHOICE
                   EVALUATE WS-PROB-CHOICE
                       WHEN 1 PERFORM 414-CONFIRM-PROBATION
                       WHEN 2 PERFORM 415-EXTEND-PROBATION
                       WHEN 3 PERFORM 416-FAIL-PROBATION
                       WHEN 4 CONTINUE
                       WHEN OTHER DISPLAY "Invalid selection."
                   END-EVALUATE
               END-IF
           END-IF.

       414-CONFIRM-PROBATION.
           MOVE "C" TO PB-OUTCOME.
           PERFORM 694-POST-PROBATION-DECISION.

       415-EXTEND-PROBATION.
           PERFORM 417-VALIDATE-EXTENDED-END.
           MOVE WS-PROB-CHECK-DATE TO PB-END-DATE.
           MOVE "E" TO PB-OUTCOME.
           PERFORM 694-POST-PROBATION-DECISION.

      *> The termination goes through the pending-actions queue with
      *> the failed-probation reason, so the posting run writes the
      *> status change and the termination history on its date.
       416-FAIL-PROBATION.
           MOVE 0 TO WS-PROB-REASON-FOUND.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-CODE (WS-TR-IDX) = WS-PROB-FAIL-REASON
                   MOVE 1 TO WS-PROB-REASON-FOUND
               END-IF
           END-PERFORM.
           IF WS-PROB-REASON-FOUND = 0
               DISPLAY "Termination reason " WS-PROB-FAIL-REASON
                   " is not on the termination reason table; "
                   "probation not failed."
           ELSE
               DISPLAY "Termination date for the failed probation."
               PERFORM 405-VALIDATE-FAIL-DATE
               DISPLAY "Fail probation and queue termination on "
                   WS-EFFECTIVE-DATE "? (Y/N): "
               ACCEPT WS-PROB-REPLY
               IF WS-PROB-REPLY = "Y" OR WS-PROB-REPLY = "y"
                   MOVE "F" TO PB-OUTCOME
                   PERFORM 694-POST-PROBATION-DECISION
                   MOVE "T" TO WS-EMPLOYMENT-STATUS
                   MOVE WS-PROB-FAIL-REASON TO WS-TERM-REASON
                   PERFORM 438-QUEUE-STATUS-CHANGE
               ELSE
                   DISPLAY "Probation not failed."
               END-IF
           END-IF.

      *> The queue only holds actions still to come, so the
      *> termination cannot be dated before today.
       405-VALIDATE-FAIL-DATE.
           PERFORM 337-VALIDATE-EFFECTIVE-DATE.
           PERFORM UNTIL WS-EFFECTIVE-DATE >= WS-TODAY-DATE
               DISPLAY "Termination date cannot be before today."
               PERFORM 337-VALIDATE-EFFECTIVE-DATE
           END-PERFORM.

       417-VALIDATE-EXTENDED-END.
           PERFORM 418-PROMPT-EXTENDED-END.
           PERFORM 419-CHECK-EXTENDED-END.
           PERFORM UNTIL WS-PROB-DATE-VALID = 1
               DISPLAY "New end date must be a valid YYYYMMDD date "
                   "after " PB-END-DATE "."
               PERFORM 418-PROMPT-EXTENDED-END
               PERFORM 419-CHECK-EXTENDED-END
           END-PERFORM.

       418-PROMPT-EXTENDED-END.
           DISPLAY "Enter the new probation end date (YYYYMMDD): ".
           ACCEPT WS-PROB-CHECK-DATE.

       419-CHECK-EXTENDED-END.
           MOVE 0 TO WS-PROB-DATE-VALID.
           IF WS-PROB-CHECK-YYYY >= 1900
               AND WS-PROB-CHECK-MM >= 1 AND WS-PROB-CHECK-MM <= 12
               AND WS-PROB-CHECK-DD >= 1 AND WS-PROB-CHECK-DD <= 31
               AND WS-PROB-CHECK-DATE > PB-END-DATE
               PERFORM 693-DETERMINE-PROB-DAYS-IN-MONTH
               IF WS-PROB-CHECK-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-PROB-DATE-VALID
               END-IF
           END-IF.

       685-OPEN-PROBATION-FILE.
           OPEN I-O PROBATION-FILE.               *> Add to the probations if they already exist.
           IF WS-PB-FILE-STATUS = "35"
               OPEN OUTPUT PROBATION-FILE         *> First run: create the indexed file.
               CLOSE PROBATION-FILE
               OPEN I-O PROBATION-FILE
           END-IF.

       687-CLOSE-PROBATION-FILE.
           CLOSE PROBATION-FILE.

      *> A new hire or rehire starts a probation in the grade of the
      *> position held, running from WS-PROB-START-DATE.  An earlier
      *> probation for the same employee is replaced.
       690-START-PROBATION.
           PERFORM 691-FIND-PROBATION-MONTHS.
           IF WS-PROB-PERIOD-FOUND = 1
               PERFORM 692-COMPUTE-PROBATION-END
               MOVE WS-EMPLOYEE-ID TO PB-EMPLOYEE-ID
               MOVE WS-PROB-START-DATE TO PB-START-DATE
               MOVE WS-PROB-END-DATE TO PB-ORIGINAL-END-DATE
               MOVE WS-PROB-END-DATE TO PB-END-DATE
               MOVE SPACE TO PB-OUTCOME
               MOVE ZEROS TO PB-DECISION-DATE
               MOVE WS-OPERATOR-ID TO PB-OPERATOR-ID
               PERFORM 685-OPEN-PROBATION-FILE
               WRITE PB-PROBATION-RECORD
                   INVALID KEY
                       REWRITE PB-PROBATION-RECORD
                           INVALID KEY
                               DISPLAY "Probation record not written."
                       END-REWRITE
               END-WRITE
               PERFORM 687-CLOSE-PROBATION-FILE
               DISPLAY "Probation runs to " WS-PROB-END-DATE "."
           END-IF.

       691-FIND-PROBATION-MONTHS.
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
       692-COMPUTE-PROBATION-END.
           MOVE WS-PROB-START-DATE TO WS-PROB-END-DATE.
           COMPUTE WS-PROB-MONTH-TOTAL = WS-PROB-END-MM - 1
               + WS-PROB-MONTHS.
           DIVIDE WS-PROB-MONTH-TOTAL BY 12 GIVING WS-PROB-YEARS
               REMAINDER WS-PROB-MONTH-REM.
           ADD WS-PROB-YEARS TO WS-PROB-END-YYYY.
           COMPUTE WS-PROB-END-MM = WS-PROB-MONTH-REM + 1.
           MOVE WS-PROB-END-DATE TO WS-PROB-CHECK-DATE.
           PERFORM 693-DETERMINE-PROB-DAYS-IN-MONTH.
           IF WS-PROB-END-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-PROB-END-DD
           END-IF.

       693-DETERMINE-PROB-DAYS-IN-MONTH.
           EVALUATE WS-PROB-CHECK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-PROB-CHECK-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-PROB-CHECK-YYYY, 100)
                               NOT = 0)
                       OR FUNCTION MOD (WS-PROB-CHECK-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       694-POST-PROBATION-DECISION.
           MOVE WS-TODAY-DATE TO PB-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO PB-OPERATOR-ID.
           REWRITE PB-PROBATION-RECORD
               INVALID KEY
                   DISPLAY "Probation update failed."
               NOT INVALID KEY
                   EVALUATE PB-OUTCOME
                       WHEN "C" DISPLAY "Probation confirmed."
                       WHEN "E" DISPLAY "Probation extended to "
                                    PB-END-DATE "."
                       WHEN "F" DISPLAY "Probation failed."
                   END-EVALUATE
           END-REWRITE.

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
               DISPLAY "Employee master updates are refused until the"
               DISPLAY "cycle completes. Inquiry is still available."
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

       END PROGRAM PROJECT-1.
