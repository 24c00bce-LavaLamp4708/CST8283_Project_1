      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-24
      * Purpose: Batch intake of certifications earned or renewed,
      *          and removals of certifications entered in error, to
      *          the employee certification file
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-TXN-INTAKE.

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

           SELECT CERT-TYPE-FILE
           ASSIGN TO "CertType.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO "CertTransactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT ERROR-REPORT-FILE
           ASSIGN TO "CertTxnErrors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-CERT-FILE
           ASSIGN TO "EmployeeCert.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CERT-KEY
           FILE STATUS IS WS-EC-FILE-STATUS.

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

       FD CERT-TYPE-FILE.
       01 FS-CERT-TYPE-RECORD.
           05 FS-CT-CODE PIC 9(3).
           05 FS-CT-DESCRIPTION PIC X(25).
           05 FS-CT-VALID-MONTHS PIC 9(3).
           05 FS-CT-REQ-DEPTS.
               10 FS-CT-REQ-DEPT PIC 9(3) OCCURS 4 TIMES.
           05 FS-CT-REQ-POSITIONS.
               10 FS-CT-REQ-POS PIC 9(4) OCCURS 4 TIMES.

       FD TRANSACTION-FILE.
       01 CX-TRANSACTION-RECORD.
           05 CX-ACTION-CODE PIC X(1).
           05 CX-EMPLOYEE-ID PIC 9(6).
           05 CX-CERT-CODE PIC 9(3).
           05 CX-EARNED-DATE PIC 9(8).
           05 CX-EXPIRY-DATE PIC 9(8).
           05 CX-EXPIRY-DATE-X REDEFINES CX-EXPIRY-DATE PIC X(8).

       FD ERROR-REPORT-FILE.
       01 ER-ERROR-RECORD.
           05 ER-REASON-CODE PIC X(3).
           05 FILLER PIC X(2).
           05 ER-REASON-TEXT PIC X(32).
           05 FILLER PIC X(2).
           05 ER-TRANSACTION-IMAGE PIC X(26).

       FD EMPLOYEE-CERT-FILE.
       01 EC-CERT-RECORD.
           05 EC-CERT-KEY.
               10 EC-EMPLOYEE-ID PIC 9(6).
               10 EC-CERT-CODE PIC 9(3).
           05 EC-EARNED-DATE PIC 9(8).
           05 EC-EXPIRY-DATE PIC 9(8).
           05 EC-OPERATOR-ID PIC X(4).
           05 EC-ENTERED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-TXN-FILE-STATUS PIC XX VALUE SPACES. *> File status for TRANSACTION-FILE.
       01 WS-CT-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CERT-TYPE-FILE.
       01 WS-EC-FILE-STATUS PIC XX VALUE SPACES.  *> File status for EMPLOYEE-CERT-FILE.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES. *> File status for OPERATOR-FILE.
       01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.     *> Number of operator table entries loaded.
       01 WS-OPERATOR-VALID PIC 9(1) VALUE 0.     *> Indicator that the signed-on operator ID is on the table.
       01 WS-OPERATOR-ID PIC X(4) VALUE SPACES.   *> Operator signed on for this run.
       01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES. *> Name of the signed-on operator.
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE SPACES. *> Authority level of the signed-on operator: S-Senior, C-Clerk.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date; a certification cannot be earned after it.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.      *> Number of days in the checked date's month/year.
       01 WS-TXN-VALID PIC 9(1) VALUE 0.          *> Indicator that the current transaction passed all checks.
       01 WS-REJECT-REASON-CODE PIC X(3) VALUE SPACES. *> Reason code for the current reject.
       01 WS-REJECT-REASON-TEXT PIC X(32) VALUE SPACES. *> Reason text for the current reject.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.         *> Number of transactions read.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.       *> Number of transactions posted.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.       *> Number of transactions written to the error report.
       01 WS-ADDED-COUNT PIC 9(5) VALUE 0.        *> Certifications added.
       01 WS-RENEWED-COUNT PIC 9(5) VALUE 0.      *> Certifications renewed or corrected.
       01 WS-REMOVED-COUNT PIC 9(5) VALUE 0.      *> Certifications removed.
       01 WS-DATE-VALID PIC 9(1) VALUE 0.         *> Indicator that the checked date is plausible.
       01 WS-CT-COUNT PIC 9(3) VALUE 0.           *> Number of certification type entries loaded.
       01 WS-CT-REQ-SUB PIC 9(1) VALUE 0.         *> Subscript over a type's requiring departments and positions.
       01 WS-CERT-TYPE-SUB PIC 9(3) VALUE 0.      *> Table entry of the certification type found.
       01 WS-CERT-VALID PIC 9(1) VALUE 0.         *> Indicator that the certification type is on the table.
       01 WS-CERT-FOUND PIC 9(1) VALUE 0.         *> Indicator that the employee already holds the type.
       01 WS-CERT-MONTHS PIC 9(4) VALUE 0.        *> Months from January of the earned year to expiry.
       01 WS-CERT-YEARS PIC 9(3) VALUE 0.         *> Whole years in those months.
       01 WS-CERT-MONTH-REM PIC 9(2) VALUE 0.     *> Months left over after the whole years.

       01 WS-CHECK-DATE PIC 9(8) VALUE 0.         *> Date from the transaction, held for validation.
       01 WS-CHECK-DATE-BREAKDOWN REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).

       01 WS-CERT-EXPIRY-DATE PIC 9(8) VALUE 0.   *> Date the certification lapses; 0 if it does not.
       01 WS-CERT-EXPIRY-BREAKDOWN REDEFINES WS-CERT-EXPIRY-DATE.
           05 WS-CERT-EXP-YYYY PIC 9(4).
           05 WS-CERT-EXP-MM PIC 9(2).
           05 WS-CERT-EXP-DD PIC 9(2).

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

       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE PIC 9(3).
               10 WS-CT-DESCRIPTION PIC X(25).
               10 WS-CT-VALID-MONTHS PIC 9(3).
               10 WS-CT-REQ-DEPT PIC 9(3) OCCURS 4 TIMES.
               10 WS-CT-REQ-POS PIC 9(4) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       100-CERT-TXN-INTAKE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           PERFORM 214-LOAD-CERT-TYPE-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               IF WS-CT-COUNT = 0
                   DISPLAY "No certification type table on file."
               ELSE
                   PERFORM 210-OPERATOR-SIGN-ON
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   PERFORM 300-OPEN-FILES
                   IF WS-TXN-FILE-STATUS = "35"
                       DISPLAY "No certification transaction file to "
                           "process."
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

      *> Every certification posted is stamped with the operator who
      *> ran the batch, so the sign-on is validated before any posting
      *> starts.
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

      *> The master is only read here; the certification file is the
      *> one file posted to.
       300-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "35"
               OPEN INPUT EMPLOYEE-RECORD-FILE
               IF WS-EMP-FILE-STATUS NOT = "35"
                   OPEN I-O EMPLOYEE-CERT-FILE    *> Post to the certifications in place.
                   IF WS-EC-FILE-STATUS = "35"
                       OPEN OUTPUT EMPLOYEE-CERT-FILE *> First run: create the indexed file.
                       CLOSE EMPLOYEE-CERT-FILE
                       OPEN I-O EMPLOYEE-CERT-FILE
                   END-IF
                   OPEN OUTPUT ERROR-REPORT-FILE
               END-IF
           END-IF.

       310-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE EMPLOYEE-RECORD-FILE.
           CLOSE EMPLOYEE-CERT-FILE.
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

      *> The expiry falls the validity's number of months after the
      *> date earned, on the same day of the month or the month's
      *> last day when that month is shorter.
       340-COMPUTE-CERT-EXPIRY.
           IF WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB) = 0
               MOVE 0 TO WS-CERT-EXPIRY-DATE
           ELSE
               MOVE CX-EARNED-DATE TO WS-CERT-EXPIRY-DATE
               COMPUTE WS-CERT-MONTHS = WS-CERT-EXP-MM - 1
                   + WS-CT-VALID-MONTHS (WS-CERT-TYPE-SUB)
               DIVIDE WS-CERT-MONTHS BY 12 GIVING WS-CERT-YEARS
                   REMAINDER WS-CERT-MONTH-REM
               ADD WS-CERT-YEARS TO WS-CERT-EXP-YYYY
               COMPUTE WS-CERT-EXP-MM = WS-CERT-MONTH-REM + 1
               MOVE WS-CERT-EXPIRY-DATE TO WS-CHECK-DATE
               MOVE 1 TO WS-CHECK-DD
               PERFORM 331-DETERMINE-DAYS-IN-MONTH
               IF WS-CERT-EXP-DD > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-CERT-EXP-DD
               END-IF
           END-IF.

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
               EVALUATE CX-ACTION-CODE
                   WHEN "R" PERFORM 430-POST-CERTIFICATION
                   WHEN "D" PERFORM 450-POST-REMOVAL
               END-EVALUATE
           END-IF.
           IF WS-TXN-VALID = 0
               PERFORM 470-WRITE-ERROR-RECORD
           END-IF.

      *> Checks every action shares: a known action, an employee on
      *> the master, and a certification type on the table.
       420-VALIDATE-TRANSACTION.
           MOVE 1 TO WS-TXN-VALID.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           IF CX-ACTION-CODE NOT = "R" AND CX-ACTION-CODE NOT = "D"
               MOVE "C01" TO WS-REJECT-REASON-CODE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               IF CX-EMPLOYEE-ID IS NUMERIC
                   MOVE CX-EMPLOYEE-ID TO FS-EMPLOYEE-ID
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
                   MOVE "C02" TO WS-REJECT-REASON-CODE
                   MOVE "EMPLOYEE ID NOT ON FILE"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               MOVE 0 TO WS-CERT-VALID
               IF CX-CERT-CODE IS NUMERIC
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                           UNTIL WS-CT-IDX > WS-CT-COUNT
                       IF CX-CERT-CODE = WS-CT-CODE (WS-CT-IDX)
                           MOVE 1 TO WS-CERT-VALID
                           SET WS-CERT-TYPE-SUB TO WS-CT-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CERT-VALID = 0
                   MOVE "C03" TO WS-REJECT-REASON-CODE
                   MOVE "CERTIFICATION TYPE NOT ON TABLE"
                       TO WS-REJECT-REASON-TEXT
                   MOVE 0 TO WS-TXN-VALID
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1
               PERFORM 460-FIND-CERTIFICATION
           END-IF.

      *> A certification earned or renewed: the expiry is taken as
      *> keyed, or worked out from the type's validity when left
      *> blank or zero.  One certification is kept per employee and
      *> type, so a renewal replaces the dates on file; an older
      *> certificate than the one on file is not taken.
       430-POST-CERTIFICATION.
           IF CX-EARNED-DATE IS NUMERIC
               MOVE CX-EARNED-DATE TO WS-CHECK-DATE
               PERFORM 330-CHECK-DATE
           ELSE
               MOVE 0 TO WS-DATE-VALID
           END-IF.
           IF WS-DATE-VALID = 0 OR CX-EARNED-DATE > WS-TODAY-DATE
               MOVE "C04" TO WS-REJECT-REASON-CODE
               MOVE "INVALID DATE EARNED" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               IF CX-EXPIRY-DATE-X = SPACES OR CX-EXPIRY-DATE-X = ZEROS
                   PERFORM 340-COMPUTE-CERT-EXPIRY
               ELSE
                   IF CX-EXPIRY-DATE IS NUMERIC
                       MOVE CX-EXPIRY-DATE TO WS-CHECK-DATE
                       PERFORM 330-CHECK-DATE
                   ELSE
                       MOVE 0 TO WS-DATE-VALID
                   END-IF
                   IF WS-DATE-VALID = 0
                       OR CX-EXPIRY-DATE <= CX-EARNED-DATE
                       MOVE "C05" TO WS-REJECT-REASON-CODE
                       MOVE "INVALID EXPIRY DATE"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   ELSE
                       MOVE CX-EXPIRY-DATE TO WS-CERT-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-EMPLOYMENT-STATUS = "T"
               MOVE "C06" TO WS-REJECT-REASON-CODE
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-CERT-FOUND = 1
               AND CX-EARNED-DATE < EC-EARNED-DATE
               MOVE "C07" TO WS-REJECT-REASON-CODE
               MOVE "LATER CERTIFICATION ON FILE"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               PERFORM 465-WRITE-CERTIFICATION
           END-IF.

      *> Removing a certification leaves no trace on file, so it is
      *> kept for senior operators correcting a keying error.
       450-POST-REMOVAL.
           IF WS-CERT-FOUND = 0
               MOVE "C08" TO WS-REJECT-REASON-CODE
               MOVE "NO SUCH CERTIFICATION ON FILE"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1 AND WS-OPERATOR-LEVEL NOT = "S"
               MOVE "C09" TO WS-REJECT-REASON-CODE
               MOVE "REMOVAL NEEDS SENIOR OPERATOR"
                   TO WS-REJECT-REASON-TEXT
               MOVE 0 TO WS-TXN-VALID
           END-IF.
           IF WS-TXN-VALID = 1
               DELETE EMPLOYEE-CERT-FILE
                   INVALID KEY
                       MOVE "C08" TO WS-REJECT-REASON-CODE
                       MOVE "NO SUCH CERTIFICATION ON FILE"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       ADD 1 TO WS-REMOVED-COUNT
               END-DELETE
           END-IF.

       460-FIND-CERTIFICATION.
           MOVE 0 TO WS-CERT-FOUND.
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE CX-CERT-CODE TO EC-CERT-CODE.
           READ EMPLOYEE-CERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CERT-FOUND
           END-READ.

       465-WRITE-CERTIFICATION.
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID.
           MOVE CX-CERT-CODE TO EC-CERT-CODE.
           MOVE CX-EARNED-DATE TO EC-EARNED-DATE.
           MOVE WS-CERT-EXPIRY-DATE TO EC-EXPIRY-DATE.
           MOVE WS-OPERATOR-ID TO EC-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO EC-ENTERED-DATE.
           IF WS-CERT-FOUND = 1
               REWRITE EC-CERT-RECORD
                   INVALID KEY
                       MOVE "C08" TO WS-REJECT-REASON-CODE
                       MOVE "NO SUCH CERTIFICATION ON FILE"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       ADD 1 TO WS-RENEWED-COUNT
               END-REWRITE
           ELSE
               WRITE EC-CERT-RECORD
                   INVALID KEY
                       MOVE "C07" TO WS-REJECT-REASON-CODE
                       MOVE "LATER CERTIFICATION ON FILE"
                           TO WS-REJECT-REASON-TEXT
                       MOVE 0 TO WS-TXN-VALID
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

       470-WRITE-ERROR-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ER-ERROR-RECORD.
           MOVE WS-REJECT-REASON-CODE TO ER-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO ER-REASON-TEXT.
           MOVE CX-TRANSACTION-RECORD TO ER-TRANSACTION-IMAGE.
           WRITE ER-ERROR-RECORD.

       500-PRINT-RUN-TOTALS.
           DISPLAY SPACES.
           DISPLAY "Transactions read:     " WS-READ-COUNT.
           DISPLAY "Transactions posted:   " WS-POSTED-COUNT.
           DISPLAY "  Added:               " WS-ADDED-COUNT.
           DISPLAY "  Renewed:             " WS-RENEWED-COUNT.
           DISPLAY "  Removed:             " WS-REMOVED-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejects written to CertTxnErrors.txt."
           END-IF.

       END PROGRAM CERT-TXN-INTAKE.
