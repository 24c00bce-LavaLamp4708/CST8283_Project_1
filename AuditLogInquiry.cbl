       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AL-RAW-RECORD PIC X(182).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
      *> Entries written before the employment-status fields existed
      *> are 140 bytes (59-byte images); entries written before the
      *> operator stamp are 158; entries written before the position
      *> code are 162; entries written before the supervisor ID are
      *> 170 (68-byte images); current entries are 182.  Each raw
      *> line is mapped through the matching layout into
      *> WS-AUDIT-ENTRY before any matching or printing.
       01 WS-RAW-ENTRY PIC X(182).
       01 WS-RAW-OLD-ENTRY REDEFINES WS-RAW-ENTRY.
           05 WS-OLD-DATE PIC 9(8).
           05 WS-OLD-TIME PIC 9(8).
               10 WS-OLD-AFTER-FIRST-NAME PIC X(20).
               10 WS-OLD-AFTER-YEARS-OF-SERVICE PIC X(2).
               10 WS-OLD-AFTER-HIRE-DATE PIC X(8).
           05 FILLER PIC X(42).

      *> The 158- and 162-byte forms: status fields in the images,
      *> no position code; the 162-byte form carries the operator.
               10 WS-MID-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 WS-MID-AFTER-STATUS-DATE PIC X(8).
           05 WS-MID-OPERATOR-ID PIC X(4).
           05 FILLER PIC X(20).

      *> The 170-byte form: full images up to the position code,
      *> operator in columns 167-170.
       01 WS-RAW-POS-ENTRY REDEFINES WS-RAW-ENTRY.
           05 WS-POS-DATE PIC 9(8).
           05 WS-POS-TIME PIC 9(8).
           05 WS-POS-ACTION PIC X(6).
           05 WS-POS-BEFORE-RECORD PIC X(68).
           05 WS-POS-AFTER-RECORD PIC X(68).
           05 WS-POS-OPERATOR-ID PIC X(4).
           05 FILLER PIC X(12).

       01 WS-AUDIT-ENTRY.
           05 AL-DATE PIC 9(8).
               10 AL-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 AL-BEFORE-STATUS-DATE PIC X(8).
               10 AL-BEFORE-POSITION-CODE PIC X(4).
               10 AL-BEFORE-SUPERVISOR-ID PIC X(6).
           05 AL-AFTER-RECORD.
               10 AL-AFTER-EMPLOYEE-ID PIC X(6).
               10 AL-AFTER-DEPARTMENT-CODE PIC X(3).
               10 AL-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 AL-AFTER-STATUS-DATE PIC X(8).
               10 AL-AFTER-POSITION-CODE PIC X(4).
               10 AL-AFTER-SUPERVISOR-ID PIC X(6).
           05 AL-OPERATOR-ID PIC X(4).
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES. *> File status for AUDIT-LOG-FILE.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE "AuditLog.txt". *> Log searched: the current log or a named archive.

       240-ACCEPT-ACTION-TYPE.
           DISPLAY "Enter action type (ADD, UPDATE, DELETE, "
               "TERM, LEAVE, REHIRE, ESTOVR, REHOVR, SALARY, "
               "SALOVR, MERIT): ".
           ACCEPT WS-SEARCH-ACTION.

      *> Entries older than the operator stamp carry a blank operator
           END-READ.

      *> A current-form entry always carries its operator in columns
      *> 179-182, and a 170-byte entry in columns 167-170.  Failing
      *> both, a wholly blank tail from column 141 can only be an
      *> oldest-form entry padded out with spaces; anything else is
      *> one of the two mid forms, which share one layout (the
      *> shorter of them simply has blank operator columns).
       315-MAP-AUDIT-ENTRY.
           MOVE AL-RAW-RECORD TO WS-RAW-ENTRY.
           IF WS-RAW-ENTRY (179:4) NOT = SPACES
               MOVE WS-RAW-ENTRY TO WS-AUDIT-ENTRY
           ELSE
               IF WS-RAW-ENTRY (167:4) NOT = SPACES
                   PERFORM 318-MAP-POSITION-FORM-ENTRY
               ELSE
                   PERFORM 316-MAP-EARLIER-FORM-ENTRY
               END-IF
           END-IF.

       316-MAP-EARLIER-FORM-ENTRY.
           MOVE WS-MID-AFTER-STATUS-DATE TO AL-AFTER-STATUS-DATE.
           MOVE WS-MID-OPERATOR-ID TO AL-OPERATOR-ID.

      *> The images move across whole; the supervisor columns the
      *> 170-byte form never had are left blank.
       318-MAP-POSITION-FORM-ENTRY.
           MOVE WS-POS-DATE TO AL-DATE.
           MOVE WS-POS-TIME TO AL-TIME.
           MOVE WS-POS-ACTION TO AL-ACTION.
           MOVE WS-POS-BEFORE-RECORD TO AL-BEFORE-RECORD.
           MOVE WS-POS-AFTER-RECORD TO AL-AFTER-RECORD.
           MOVE WS-POS-OPERATOR-ID TO AL-OPERATOR-ID.

       320-CHECK-ENTRY-MATCHES.
           MOVE 0 TO WS-ENTRY-MATCHES.
           EVALUATE WS-INQ-CHOICE
           EVALUATE AL-ACTION
               WHEN "ADD   " PERFORM 420-PRINT-ADDED-FIELDS
               WHEN "DELETE" PERFORM 440-PRINT-DELETED-FIELDS
               WHEN "SALARY" WHEN "SALOVR" WHEN "MERIT "
                   PERFORM 450-PRINT-SALARY-FIELDS
               WHEN OTHER PERFORM 430-PRINT-CHANGED-FIELDS
           END-EVALUATE.
           DISPLAY SPACES.
           DISPLAY "  Hire date:        " AL-AFTER-HIRE-DATE
           DISPLAY "  Status:           " AL-AFTER-EMPLOYMENT-STATUS
           DISPLAY "  Status date:      " AL-AFTER-STATUS-DATE
           DISPLAY "  Position code:    " AL-AFTER-POSITION-CODE
           DISPLAY "  Supervisor ID:    " AL-AFTER-SUPERVISOR-ID.

      *> Show only the fields whose before and after images differ.
       430-PRINT-CHANGED-FIELDS.
                   AL-BEFORE-POSITION-CODE " -> "
                   AL-AFTER-POSITION-CODE
           END-IF.
           IF AL-BEFORE-SUPERVISOR-ID NOT = AL-AFTER-SUPERVISOR-ID
               DISPLAY "  Supervisor ID:    "
                   AL-BEFORE-SUPERVISOR-ID " -> "
                   AL-AFTER-SUPERVISOR-ID
           END-IF.
           IF AL-BEFORE-RECORD = AL-AFTER-RECORD
               DISPLAY "  No field changes recorded."
           END-IF.
           DISPLAY "  Hire date:        " AL-BEFORE-HIRE-DATE
           DISPLAY "  Status:           " AL-BEFORE-EMPLOYMENT-STATUS
           DISPLAY "  Status date:      " AL-BEFORE-STATUS-DATE
           DISPLAY "  Position code:    " AL-BEFORE-POSITION-CODE
           DISPLAY "  Supervisor ID:    " AL-BEFORE-SUPERVISOR-ID.

      *> Salary entries carry the salary in the last-name field and
      *> its effective date in the status-date field; the before
      *> image is blank when there was no salary on file.
       450-PRINT-SALARY-FIELDS.
           IF AL-BEFORE-RECORD = SPACES
               DISPLAY "  Salary:           (none) -> "
                   AL-AFTER-LAST-NAME (1:10) " effective "
                   AL-AFTER-STATUS-DATE
           ELSE
               DISPLAY "  Salary:           "
                   AL-BEFORE-LAST-NAME (1:10) " -> "
                   AL-AFTER-LAST-NAME (1:10) " effective "
                   AL-AFTER-STATUS-DATE
           END-IF.
           DISPLAY "  Position code:    " AL-AFTER-POSITION-CODE.

       END PROGRAM AUDIT-LOG-INQ.
