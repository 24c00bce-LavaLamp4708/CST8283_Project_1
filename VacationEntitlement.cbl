           ASSIGN TO "VacationExport.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VACATION-BALANCE-FILE
           ASSIGN TO "VacationBalance.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-BALANCE-KEY
           FILE STATUS IS WS-BL-FILE-STATUS.

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

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).
       FD CSV-EXPORT-FILE.
       01 CSV-RECORD PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-TOTAL-DAYS PIC 9(7) VALUE 0.         *> Vacation days granted across the run.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the group heading.
       01 WS-CSV-LINE PIC X(100) VALUE SPACES.    *> Built CSV line for the payroll hand-off.
       01 WS-BL-FILE-STATUS PIC XX VALUE SPACES.  *> File status for VACATION-BALANCE-FILE.
       01 WS-POST-REPLY PIC X(1) VALUE SPACE.     *> Answer to the post-to-balances prompt.
       01 WS-POST-BALANCES PIC 9(1) VALUE 0.      *> Indicator that entitlements are posted as the year's balances.
       01 WS-BL-POSTED-COUNT PIC 9(5) VALUE 0.    *> Entitlements posted to the vacation balances.
       01 WS-BL-CLOSED-COUNT PIC 9(5) VALUE 0.    *> Balances left alone because the year is already closed.

       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.     *> Entitlements are computed as of this date.
       01 WS-EFFECTIVE-DATE-BREAKDOWN REDEFINES WS-EFFECTIVE-DATE.
       100-VACATION-ENTITLE.
           PERFORM 201-ACCEPT-EFFECTIVE-DATE.
           PERFORM 202-ACCEPT-RUN-SCOPE.
           PERFORM 209-ACCEPT-POST-CHOICE.
           PERFORM 203-LOAD-DEPARTMENT-TABLE.
           PERFORM 204-LOAD-BAND-TABLE.
           IF WS-BAND-COUNT = 0
           DISPLAY "Compute 1-Active employees only or 2-All: ".
           ACCEPT WS-SCOPE-CHOICE.

      *> Posting makes this run's grants the entitlement that vacation
      *> bookings for the effective date's year are held against.  A
      *> what-if run answers N and leaves the balances untouched.
       209-ACCEPT-POST-CHOICE.
           MOVE 0 TO WS-POST-BALANCES.
           DISPLAY "Post these entitlements as the " WS-EFF-YYYY
               " vacation balances? (Y/N): ".
           ACCEPT WS-POST-REPLY.
           IF WS-POST-REPLY = "Y" OR WS-POST-REPLY = "y"
               MOVE 1 TO WS-POST-BALANCES
           END-IF.

       203-LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-EOF.
               PERFORM 310-SORT-BY-DEPARTMENT
               DISPLAY "Report written to VacationReport.txt."
               DISPLAY "Hand-off written to VacationExport.csv."
               IF WS-POST-BALANCES = 1
                   DISPLAY WS-BL-POSTED-COUNT " entitlement(s) posted "
                       "to VacationBalance.txt for " WS-EFF-YYYY "."
                   IF WS-BL-CLOSED-COUNT > 0
                       DISPLAY WS-BL-CLOSED-COUNT " balance(s) not "
                           "changed; the year is already closed."
                   END-IF
               END-IF
           END-IF.

       310-SORT-BY-DEPARTMENT.
       320-REPORT-SORTED-EMPLOYEES.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CSV-EXPORT-FILE.
           IF WS-POST-BALANCES = 1
               PERFORM 445-OPEN-BALANCE-FILE
           END-IF.
           PERFORM 420-WRITE-CSV-HEADER.
           MOVE 0 TO WS-EOF.
           PERFORM 330-RETURN-AND-GRANT UNTIL WS-EOF = 1.
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE CSV-EXPORT-FILE.
           IF WS-POST-BALANCES = 1
               CLOSE VACATION-BALANCE-FILE
           END-IF.

       330-RETURN-AND-GRANT.
           RETURN SORT-WORK-FILE
           PERFORM 342-ASSIGN-VACATION-BAND.
           PERFORM 343-PRINT-ENTITLEMENT-LINE.
           PERFORM 430-WRITE-CSV-RECORD.
           IF WS-POST-BALANCES = 1
               AND SD-EMPLOYMENT-STATUS NOT = "T"
               PERFORM 440-POST-ENTITLEMENT
           END-IF.

      *> Completed years of service at the effective date, derived
      *> from the hire date the same way the anniversary report does.
           MOVE WS-CSV-LINE TO CSV-RECORD.
           WRITE CSV-RECORD.

      *> The year-end run may already have written this year's
      *> opening record with the carry-over; only the entitlement is
      *> replaced so the carried-in days survive a rerun.  A year the
      *> year-end run has closed is history and is not changed.
       440-POST-ENTITLEMENT.
           MOVE SD-EMPLOYEE-ID TO BL-EMPLOYEE-ID.
           MOVE WS-EFF-YYYY TO BL-VACATION-YEAR.
           READ VACATION-BALANCE-FILE
               INVALID KEY
                   MOVE WS-GRANT-DAYS TO BL-ENTITLED-DAYS
                   MOVE ZEROS TO BL-CARRIED-IN-DAYS
                   MOVE SPACE TO BL-CLOSED-FLAG
                   MOVE ZEROS TO BL-CARRIED-OUT-DAYS
                   MOVE ZEROS TO BL-FORFEITED-DAYS
                   MOVE ZEROS TO BL-PAID-OUT-DAYS
                   ACCEPT BL-UPDATED-DATE FROM DATE YYYYMMDD
                   WRITE BL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "Balance for " SD-EMPLOYEE-ID
                               " could not be written."
                       NOT INVALID KEY
                           ADD 1 TO WS-BL-POSTED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF BL-CLOSED-FLAG = "Y"
                       ADD 1 TO WS-BL-CLOSED-COUNT
                   ELSE
                       MOVE WS-GRANT-DAYS TO BL-ENTITLED-DAYS
                       ACCEPT BL-UPDATED-DATE FROM DATE YYYYMMDD
                       REWRITE BL-BALANCE-RECORD
                           INVALID KEY
                               DISPLAY "Balance for " SD-EMPLOYEE-ID
                                   " could not be updated."
                           NOT INVALID KEY
                               ADD 1 TO WS-BL-POSTED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       445-OPEN-BALANCE-FILE.
           OPEN I-O VACATION-BALANCE-FILE.        *> Update the balances if they already exist.
           IF WS-BL-FILE-STATUS = "35"
               OPEN OUTPUT VACATION-BALANCE-FILE  *> First run: create the indexed file.
               CLOSE VACATION-BALANCE-FILE
               OPEN I-O VACATION-BALANCE-FILE
           END-IF.

       END PROGRAM VACATION-ENTITLE.
