      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-10
      * Purpose: Batch intake of vacation bookings, days taken and
      *          cancellations to the vacation ledger
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-TXN-INTAKE.

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

           SELECT OPERATOR-FILE
           ASSIGN TO "OperatorTable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO "VacationTransactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT ERROR-REPORT-FILE
           ASSIGN TO "VacationTxnErrors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT LEAVE-DETAIL-FILE
           ASSIGN TO "LeaveDetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT PENDING-ACTIONS-FILE
           ASSIGN TO "PendingActions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

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

       FD OPERATOR-FILE.
       01 FS-OPERATOR-RECORD.
           05 FS-OPERATOR-ID PIC X(4).
           05 FS-OPERATOR-NAME PIC X(20).
           05 FS-OPERATOR-LEVEL PIC X(1).

       FD TRANSACTION-FILE.
       01 VT-TRANSACTION-RECORD.
           05 VT-ACTION-CODE PIC X(1).
           05 VT-EMPLOYEE-ID PIC 9(6).
           05 VT-START-DATE PIC 9(8).
           05 VT-END-DATE PIC 9(8).
           05 VT-DAYS PIC 9(3).

       FD ERROR-REPORT-FILE.
       01 ER-ERROR-RECORD.
           05 ER-REASON-CODE PIC X(3).
           05 FILLER PIC X(2).
           05 ER-REASON-TEXT PIC X(32).
           05 FILLER PIC X(2).
           05 ER-TRANSACTION-IMAGE PIC X(26).

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

       FD LEAVE-DETAIL-FILE.
       01 LD-LEAVE-RECORD.
           05 LD-EMPLOYEE-ID PIC 9(6).
           05 LD-LEAVE-TYPE PIC X(1).
           05 LD-START-DATE PIC 9(8).
           05 LD-EXPECTED-RETURN PIC 9(8).
           05 LD-ACTUAL-RETURN PIC 9(8).

       FD PENDING-ACTIONS-FILE.
       01 PA-PENDING-RECORD.
           05 PA-EMPLOYEE-ID PIC 9(6).
           05 PA-ACTION-TYPE PIC X(1).
           05 PA-NEW-STATUS PIC X(1).
           05 PA-NEW-DEPT PIC 9(3).
           05 PA-EFFECTIVE-DATE PIC 9(8).
           05 PA-QUEUED-DATE PIC 9(8).
           05 PA-OPERATOR-ID PIC X(4).
           05 PA-POSTED-FLAG PIC X(1).
           05 PA-LEAVE-TYPE PIC X(1).
           05 PA-EXPECTED-RETURN PIC 9(8).
           05 PA-TERM-REASON PIC 9(2).
           05 PA-EST-OVERRIDE PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-TXN-FILE-STATUS PIC XX VALUE SPACES. *> File status for TRANSACTION-FILE.
       01 WS-BL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-BALANCE-FILE.
       01 WS-VL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-LEDGER-FILE.
       01 WS-LEAVE-FILE-STATUS PIC XX VALUE SPACES. *> File status for LEAVE-DETAIL-FILE.
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES. *> File status for PENDING-ACTIONS-FILE.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES. *> File status for OPERATOR-FILE.
       01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.     *> Number of operator table entries loaded.
       01 WS-OPERATOR-VALID PIC 9(1) VALUE 0.     *> Indicator that the signed-on operator ID is on the table.
       01 WS-OPERATOR-ID PIC X(4) VALUE SPACES.   *> Operator signed on for this run.
       01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES. *> Name of the signed-on operator.
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE SPACES. *> Authority level of the signed-on operator: S-Senior, C-Clerk.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date; days taken cannot start after it.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.      *> Number of days in the checked date's month/year.
       01 WS-TXN-VALID PIC 9(1) VALUE 0.          *> Indicator that the current transaction passed all checks.
       01 WS-REJECT-REASON-CODE PIC X(3) VALUE SPACES. *> Reason code for the current reject.
       01 WS-REJECT-REASON-TEXT PIC X(32) VALUE SPACES. *> Reason text for the current reject.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.         *> Number of transactions read.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.       *> Number of transactions posted to the ledger.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.       *> Number of transactions written to the error report.
       01 WS-BOOKED-COUNT PIC 9(5) VALUE 0.       *> Bookings posted.
       01 WS-TAKEN-COUNT PIC 9(5) VALUE 0.        *> Days-taken entries posted.
       01 WS-CANCEL-COUNT PIC 9(5) VALUE 0.       *> Cancellations posted.
       01 WS-DATE-VALID PIC 9(1) VALUE 0.         *> Indicator that the checked date is plausible.
       01 WS-VAC-YEAR PIC 9(4) VALUE 0.           *> Vacation year of the transaction's first day.
       01 WS-VAC-YEAR-END PIC 9(8) VALUE 0.       *> Last day of that vacation year.
       01 WS-VAC-SPAN PIC 9(5) VALUE 0.           *> Calendar days from the first to the last day, inclusive.
       01 WS-VL-EOF PIC 9(1) VALUE 0.             *> End of the employee's entries for the year on the ledger.
       01 WS-SCAN-EOF PIC 9(1) VALUE 0.           *> End-of-file indicator for the leave and queue scans.
       01 WS-BALANCES-ON-FILE PIC 9(1) VALUE 1.   *> Indicator that VacationBalance.txt exists.
       01 WS-BALANCE-FOUND PIC 9(1) VALUE 0.      *> Indicator that a balance for the year is on file.
       01 WS-YEAR-CLOSED PIC 9(1) VALUE 0.        *> Indicator that the year-end run has closed the year.
       01 WS-VAC-ENTITLED PIC 9(3) VALUE 0.       *> Days granted for the year.
       01 WS-VAC-CARRIED PIC 9(3) VALUE 0.        *> Days carried in from the year before.
       01 WS-VAC-BOOKED PIC 9(4) VALUE 0.         *> Days booked and not yet recorded as taken.
       01 WS-VAC-TAKEN PIC 9(4) VALUE 0.          *> Days recorded as taken.
       01 WS-VAC-REMAINING PIC S9(4) VALUE 0.     *> Days still available to book.
       01 WS-ENTRY-FOUND PIC 9(1) VALUE 0.        *> Indicator that an entry starts on the transaction's first day.
       01 WS-ENTRY-STATUS PIC X(1) VALUE SPACE.   *> Status of that entry: B-Booked, T-Taken, C-Cancelled.
       01 WS-NEW-STATUS PIC X(1) VALUE SPACE.     *> Status a new entry is written with.
       01 WS-LEAVE-CLASH PIC 9(1) VALUE 0.        *> Indicator that a leave period overlaps the dates.
       01 WS-OPEN-LEAVE PIC 9(1) VALUE 0.         *> Indicator that the employee has an open leave record.
       01 WS-RETURN-DATE PIC 9(8) VALUE 0.        *> Return date that ends a leave record; 0 if not known.
       01 WS-TERM-QUEUED PIC 9(1) VALUE 0.        *> Indicator that a termination is queued by the last day.
       01 WS-LEAVE-QUEUED PIC 9(1) VALUE 0.       *> Indicator that a queued leave overlaps the dates.

       01 WS-CHECK-DATE PIC 9(8) VALUE 0.         *> Date from the transaction, held for validation.
       01 WS-CHECK-DATE-BREAKDOWN REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).

       01 WS-EMPLOYEE-RECORD.
           05 WS-EMPLOYEE-ID PIC 9(6).
           05 WS-DEPARTMENT-CODE PIC 9(3).
           05 WS-LAST-NAME PIC X(20).
           05 WS-FIRST-NAME PIC X(20).
           05 WS-YEARS-OF-SERVICE PIC 9(2).
           05 WS-HIRE-DATE PIC 9(8).
           05 WS-EMPLOYMENT-STATUS PIC X(1).
           05 WS-STATUS-DATE PIC 9(8).
           05 WS-POSITION-CODE PIC 9(4).
           05 WS-SUPERVISOR-ID PIC 9(6).

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-OPERATOR-IDX.
               10 WS-OP-ID PIC X(4).
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

       PROCEDURE DIVISION.
       100-VACATION-TXN-INTAKE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               PERFORM 210-OPERATOR-SIGN-ON
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 300-OPEN-FILES
               IF WS-TXN-FILE-STATUS = "35"
                   DISPLAY "No vacation transaction file to process."
               ELSE
                   IF WS-EMP-FILE-STATUS = "35"
                       DISPLAY "No employees on file."
                       CLOSE TRANSACTION-FILE
                   ELSE
                       PERFORM 400-PROCESS-TRANSACTIONS
                           UNTIL WS-EOF = 1
                       PERFORM 310-CLOSE-FILES
                       PERFORM 500-PRINT-RUN-TOTALS
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

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

      *> Every ledger entry is stamped with the operator who ran the
      *> batch, so the sign-on is validated before any posting starts.
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

      *> The master is only read here; the ledger is the one file
      *> posted to.  With no balances on file every booking rejects.
       300-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "35"
               OPEN INPUT EMPLOYEE-RECORD-FILE
               IF WS-EMP-FILE-STATUS NOT = "35"
                   OPEN INPUT VACATION-BALANCE-FILE
                   IF WS-BL-FILE-STATUS = "35"
                       MOVE 0 TO WS-BALANCES-ON-FILE
                   END-IF
                   OPEN I-O VACATION-LEDGER-FILE  *> Post to the ledger in place.
                   IF WS-VL-FILE-STATUS = "35"
                       OPEN OUTPUT VACATION-LEDGER-FILE *> First run: create the indexed file.
                       CLOSE VACATION-LEDGER-FILE
                       OPEN I-O VACATION-LEDGER-FILE
                   END-IF
                   OPEN OUTPUT ERROR-REPORT-FILE
               END-IF
           END-IF.

       310-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE EMPLOYEE-RECORD-FILE.
           IF WS-BALANCES-ON-FILE = 1
               CLOSE VACATION-BALANCE-FILE
           END-IF.
           CLOSE VACATION-LEDGER-FILE.
           CLOSE ERROR-REPORT-FILE.

      *> A plausible calendar date, checked the same way the
      *> interactive program checks its dates.
       330-CHECK-DATE.
           MOVE 0 TO WS-DATE-VALID.
           IF WS-CHECK-YYYY >= 1900
               AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
               AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
               PERFORM 331-DETERMINE-DAYS-IN-MONTH
               IF WS-CHECK-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-DATE-VALID
               END-IF
           END-IF.

       331-DETERMINE-DAYS-IN-MONTH.
           EVALUATE WS-CHECK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-CHECK-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-CHECK-YYYY, 100)
                               NOT = 0)
                       OR FUNCTION MOD (WS-CHECK-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> A new booking, or days taken with no booking behind them,
      *> gets the same checks the interactive program makes: dates in
      *> one year, days that fit the dates, no terminated or on-leave
      *> employee, and enough days left in the year's balance.
       340-CHECK-NEW-ENTRY.
           IF WS-ENTRY-FOUND = 1 AND WS-ENTRY-STATUS NOT = "C"
               MOVE "V12" TO WS-REJECT-REASON-CODE
               MOVE "ENTRY ALREADY STARTS THAT DAY"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               IF VT-END-DATE IS NUMERIC
                   MOVE VT-END-DATE TO WS-CHECK-DATE
                   PERFORM 330-CHECK-DATE
               ELSE
                   MOVE 0 TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = 0
                   OR WS-CHECK-YYYY NOT = WS-VAC-YEAR
                   OR VT-END-DATE < VT-START-DATE
                   MOVE "V04" TO WS-REJECT-REASON-CODE
                   MOVE "INVALID LAST DAY" TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               COMPUTE WS-VAC-SPAN =
                   FUNCTION INTEGER-OF-DATE (VT-END-DATE)
                   - FUNCTION INTEGER-OF-DATE (VT-START-DATE) + 1
               IF VT-DAYS IS NOT NUMERIC
                   OR VT-DAYS = 0
                   OR VT-DAYS > WS-VAC-SPAN
                   MOVE "V05" TO WS-REJECT-REASON-CODE
                   MOVE "INVALID NUMBER OF DAYS"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-EMPLOYMENT-STATUS = "T"
               MOVE "V06" TO WS-REJECT-REASON-CODE
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1 AND VT-START-DATE < WS-HIRE-DATE
               MOVE "V15" TO WS-REJECT-REASON-CODE
               MOVE "FIRST DAY BEFORE HIRE DATE"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               PERFORM 365-CHECK-LEAVE-OVERLAP
               PERFORM 367-CHECK-QUEUED-ACTIONS
               IF WS-LEAVE-CLASH = 1 OR WS-LEAVE-QUEUED = 1
                   MOVE "V07" TO WS-REJECT-REASON-CODE
                   MOVE "EMPLOYEE ON LEAVE IN THOSE DATES"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
               IF WS-TERM-QUEUED = 1
                   MOVE "V08" TO WS-REJECT-REASON-CODE
                   MOVE "TERMINATION QUEUED BY LAST DAY"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-BALANCE-FOUND = 0
               MOVE "V09" TO WS-REJECT-REASON-CODE
               MOVE "NO ENTITLEMENT ON FILE FOR YEAR"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1 AND VT-DAYS > WS-VAC-REMAINING
               MOVE "V11" TO WS-REJECT-REASON-CODE
               MOVE "EXCEEDS REMAINING BALANCE" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.

      *> Remaining days are the entitlement plus the carry-over, less
      *> everything booked or taken in the year; cancelled bookings
      *> give their days back.
       360-COMPUTE-BALANCE.
           MOVE 0 TO WS-BALANCE-FOUND.
           MOVE 0 TO WS-YEAR-CLOSED.
           MOVE 0 TO WS-VAC-ENTITLED.
           MOVE 0 TO WS-VAC-CARRIED.
           MOVE 0 TO WS-VAC-BOOKED.
           MOVE 0 TO WS-VAC-TAKEN.
           MOVE WS-EMPLOYEE-ID TO BL-EMPLOYEE-ID.
           MOVE WS-VAC-YEAR TO BL-VACATION-YEAR.
           IF WS-BALANCES-ON-FILE = 1
               READ VACATION-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-BALANCE-FOUND
                       MOVE BL-ENTITLED-DAYS TO WS-VAC-ENTITLED
                       MOVE BL-CARRIED-IN-DAYS TO WS-VAC-CARRIED
                       IF BL-CLOSED-FLAG = "Y"
                           MOVE 1 TO WS-YEAR-CLOSED
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-VAC-YEAR-END = WS-VAC-YEAR * 10000 + 1231.
           MOVE 0 TO WS-VL-EOF.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           COMPUTE VL-START-DATE = WS-VAC-YEAR * 10000 + 101.
           START VACATION-LEDGER-FILE
               KEY >= VL-LEDGER-KEY
               INVALID KEY
                   MOVE 1 TO WS-VL-EOF
           END-START.
           PERFORM 361-READ-NEXT-ENTRY UNTIL WS-VL-EOF = 1.
           COMPUTE WS-VAC-REMAINING = WS-VAC-ENTITLED + WS-VAC-CARRIED
               - WS-VAC-BOOKED - WS-VAC-TAKEN.

       361-READ-NEXT-ENTRY.
           READ VACATION-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-VL-EOF
               NOT AT END
                   IF VL-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       OR VL-START-DATE > WS-VAC-YEAR-END
                       MOVE 1 TO WS-VL-EOF
                   ELSE
                       IF VL-ENTRY-STATUS = "B"
                           ADD VL-DAYS TO WS-VAC-BOOKED
                       END-IF
                       IF VL-ENTRY-STATUS = "T"
                           ADD VL-DAYS TO WS-VAC-TAKEN
                       END-IF
                   END-IF
           END-READ.

      *> A leave record runs from its start to the actual return, or
      *> the expected return while it is still open; a return date of
      *> zero means no return is known, so the leave runs on.  An
      *> employee on leave with no open record is treated as on leave
      *> throughout.
       365-CHECK-LEAVE-OVERLAP.
           MOVE 0 TO WS-LEAVE-CLASH.
           MOVE 0 TO WS-OPEN-LEAVE.
           MOVE 0 TO WS-SCAN-EOF.
           OPEN INPUT LEAVE-DETAIL-FILE.
           IF WS-LEAVE-FILE-STATUS NOT = "35"
               PERFORM 366-READ-LEAVE-RECORD UNTIL WS-SCAN-EOF = 1
               CLOSE LEAVE-DETAIL-FILE
           END-IF.
           IF WS-EMPLOYMENT-STATUS = "L" AND WS-OPEN-LEAVE = 0
               MOVE 1 TO WS-LEAVE-CLASH
           END-IF.

       366-READ-LEAVE-RECORD.
           READ LEAVE-DETAIL-FILE
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF LD-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       IF LD-ACTUAL-RETURN = 0
                           MOVE 1 TO WS-OPEN-LEAVE
                           MOVE LD-EXPECTED-RETURN TO WS-RETURN-DATE
                       ELSE
                           MOVE LD-ACTUAL-RETURN TO WS-RETURN-DATE
                       END-IF
                       IF LD-START-DATE <= VT-END-DATE
                           AND (WS-RETURN-DATE = 0
                               OR WS-RETURN-DATE > VT-START-DATE)
                           MOVE 1 TO WS-LEAVE-CLASH
                       END-IF
                   END-IF
           END-READ.

      *> A termination or leave already queued for posting counts the
      *> same as one on the master.
       367-CHECK-QUEUED-ACTIONS.
           MOVE 0 TO WS-TERM-QUEUED.
           MOVE 0 TO WS-LEAVE-QUEUED.
           MOVE 0 TO WS-SCAN-EOF.
           OPEN INPUT PENDING-ACTIONS-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "35"
               PERFORM 368-READ-QUEUED-ACTION UNTIL WS-SCAN-EOF = 1
               CLOSE PENDING-ACTIONS-FILE
           END-IF.

       368-READ-QUEUED-ACTION.
           READ PENDING-ACTIONS-FILE
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF PA-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND PA-POSTED-FLAG NOT = "P"
                       AND PA-ACTION-TYPE = "S"
                       AND PA-EFFECTIVE-DATE <= VT-END-DATE
                       IF PA-NEW-STATUS = "T"
                           MOVE 1 TO WS-TERM-QUEUED
                       END-IF
                       IF PA-NEW-STATUS = "L"
                           AND (PA-EXPECTED-RETURN = 0
                               OR PA-EXPECTED-RETURN > VT-START-DATE)
                           MOVE 1 TO WS-LEAVE-QUEUED
                       END-IF
                   END-IF
           END-READ.

       400-PROCESS-TRANSACTIONS.
           READ TRANSACTION-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 410-APPLY-TRANSACTION
           END-READ.

       410-APPLY-TRANSACTION.
           PERFORM 420-VALIDATE-TRANSACTION.
           IF WS-TXN-VALID = 1
               EVALUATE VT-ACTION-CODE
                   WHEN "B" PERFORM 430-POST-BOOKING
                   WHEN "T" PERFORM 440-POST-TAKEN
                   WHEN "C" PERFORM 450-POST-CANCELLATION
               END-EVALUATE
           END-IF.
           IF WS-TXN-VALID = 0
               PERFORM 470-WRITE-ERROR-RECORD
           END-IF.

      *> Checks every action shares: a known action, an employee on
      *> the master, a real first day, and a year still open.  The
      *> first day's year is the vacation year the entry counts in.
       420-VALIDATE-TRANSACTION.
           MOVE 1 TO WS-TXN-VALID.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           IF VT-ACTION-CODE NOT = "B" AND VT-ACTION-CODE NOT = "T"
                   AND VT-ACTION-CODE NOT = "C"
               MOVE "V01" TO WS-REJECT-REASON-CODE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               IF VT-EMPLOYEE-ID IS NUMERIC
                   MOVE VT-EMPLOYEE-ID TO FS-EMPLOYEE-ID
                   READ EMPLOYEE-RECORD-FILE
                       INVALID KEY
                           MOVE 0 TO WS-TXN-VALID
                       NOT INVALID KEY
                           MOVE FS-EMPLOYEE-RECORD
                               TO WS-EMPLOYEE-RECORD
                   END-READ
               ELSE
                   MOVE 0 TO WS-TXN-VALID
               END-IF
               IF WS-TXN-VALID = 0
                   MOVE "V02" TO WS-REJECT-REASON-CODE
                   MOVE "EMPLOYEE ID NOT ON FILE"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               IF VT-START-DATE IS NUMERIC
                   MOVE VT-START-DATE TO WS-CHECK-DATE
                   PERFORM 330-CHECK-DATE
               ELSE
                   MOVE 0 TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = 0
                   MOVE "V03" TO WS-REJECT-REASON-CODE
                   MOVE "INVALID FIRST DAY" TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               ELSE
                   MOVE WS-CHECK-YYYY TO WS-VAC-YEAR
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               PERFORM 360-COMPUTE-BALANCE
               IF WS-YEAR-CLOSED = 1
                   MOVE "V10" TO WS-REJECT-REASON-CODE
                   MOVE "VACATION YEAR IS CLOSED"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               PERFORM 460-FIND-LEDGER-ENTRY
           END-IF.

       430-POST-BOOKING.
           PERFORM 340-CHECK-NEW-ENTRY.
           IF WS-TXN-VALID = 1
               MOVE "B" TO WS-NEW-STATUS
               PERFORM 465-WRITE-LEDGER-ENTRY
               IF WS-TXN-VALID = 1
                   ADD 1 TO WS-BOOKED-COUNT
               END-IF
           END-IF.

      *> Days taken close off the booking that starts that day; with
      *> no booking behind them they are checked as a new entry.
       440-POST-TAKEN.
           IF VT-START-DATE > WS-TODAY-DATE
               MOVE "V14" TO WS-REJECT-REASON-CODE
               MOVE "VACATION HAS NOT STARTED" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           ELSE
               IF WS-ENTRY-FOUND = 1 AND WS-ENTRY-STATUS = "B"
                   MOVE "T" TO VL-ENTRY-STATUS
                   MOVE WS-TODAY-DATE TO VL-STATUS-DATE
                   MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
                   PERFORM 466-REWRITE-LEDGER-ENTRY
               ELSE
                   PERFORM 340-CHECK-NEW-ENTRY
                   IF WS-TXN-VALID = 1
                       MOVE "T" TO WS-NEW-STATUS
                       PERFORM 465-WRITE-LEDGER-ENTRY
                   END-IF
               END-IF
               IF WS-TXN-VALID = 1
                   ADD 1 TO WS-TAKEN-COUNT
               END-IF
           END-IF.

       450-POST-CANCELLATION.
           IF WS-ENTRY-FOUND = 1 AND WS-ENTRY-STATUS = "B"
               MOVE "C" TO VL-ENTRY-STATUS
               MOVE WS-TODAY-DATE TO VL-STATUS-DATE
               MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
               PERFORM 466-REWRITE-LEDGER-ENTRY
               IF WS-TXN-VALID = 1
                   ADD 1 TO WS-CANCEL-COUNT
               END-IF
           ELSE
               IF WS-ENTRY-FOUND = 1 AND WS-ENTRY-STATUS = "T"
                   MOVE "V16" TO WS-REJECT-REASON-CODE
                   MOVE "DAYS ALREADY RECORDED AS TAKEN"
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   MOVE "V13" TO WS-REJECT-REASON-CODE
                   MOVE "NO OPEN BOOKING ON THAT DAY"
                       TO WS-REJECT-REASON-TEXT
               END-IF
               MOVE 0 TO WS-TXN-VALID
           END-IF.

       460-FIND-LEDGER-ENTRY.
           MOVE 0 TO WS-ENTRY-FOUND.
           MOVE SPACE TO WS-ENTRY-STATUS.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           MOVE VT-START-DATE TO VL-START-DATE.
           READ VACATION-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ENTRY-FOUND
                   MOVE VL-ENTRY-STATUS TO WS-ENTRY-STATUS
           END-READ.

      *> One entry per employee and first day: a cancelled booking's
      *> slot is taken over by the new entry.
       465-WRITE-LEDGER-ENTRY.
           MOVE WS-EMPLOYEE-ID TO VL-EMPLOYEE-ID.
           MOVE VT-START-DATE TO VL-START-DATE.
           MOVE VT-END-DATE TO VL-END-DATE.
           MOVE VT-DAYS TO VL-DAYS.
           MOVE WS-NEW-STATUS TO VL-ENTRY-STATUS.
           MOVE WS-TODAY-DATE TO VL-BOOKED-DATE.
           MOVE WS-TODAY-DATE TO VL-STATUS-DATE.
           MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID.
           IF WS-ENTRY-FOUND = 1
               PERFORM 466-REWRITE-LEDGER-ENTRY
           ELSE
               WRITE VL-LEDGER-RECORD
                   INVALID KEY
                       MOVE "V12" TO WS-REJECT-REASON-CODE
                       MOVE "ENTRY ALREADY STARTS THAT DAY"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
               END-WRITE
           END-IF.

       466-REWRITE-LEDGER-ENTRY.
           REWRITE VL-LEDGER-RECORD
               INVALID KEY
                   MOVE "V13" TO WS-REJECT-REASON-CODE
                   MOVE "NO OPEN BOOKING ON THAT DAY"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-REWRITE.

       470-WRITE-ERROR-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ER-ERROR-RECORD.
           MOVE WS-REJECT-REASON-CODE TO ER-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO ER-REASON-TEXT.
           MOVE VT-TRANSACTION-RECORD TO ER-TRANSACTION-IMAGE.
           WRITE ER-ERROR-RECORD.

       500-PRINT-RUN-TOTALS.
           DISPLAY SPACES.
           DISPLAY "Transactions read:     " WS-READ-COUNT.
           DISPLAY "Transactions posted:   " WS-POSTED-COUNT.
           DISPLAY "  Bookings:            " WS-BOOKED-COUNT.
           DISPLAY "  Days taken:          " WS-TAKEN-COUNT.
           DISPLAY "  Cancellations:       " WS-CANCEL-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejects written to VacationTxnErrors.txt."
           END-IF.

       END PROGRAM VACATION-TXN-INTAKE.
