      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-11-05
      * Purpose: Sequenced payroll change feed of the adds, changes
      *          and status changes logged since the last hand-off,
      *          with header, trailer and control totals
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CHG-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCHIVE-INDEX-FILE
           ASSIGN TO "AuditArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT FEED-CONTROL-FILE
           ASSIGN TO "PayrollFeedControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT CHANGE-FILE
           ASSIGN TO DYNAMIC WS-CHANGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AL-RAW-RECORD PIC X(182).

       FD ARCHIVE-INDEX-FILE.
       01 AX-INDEX-RECORD.
           05 AX-GENERATION-NAME PIC X(40).
           05 AX-CUTOVER-DATE PIC 9(8).
           05 AX-ENTRY-COUNT PIC 9(7).

      *> One record per completed hand-off; the newest is the last
      *> sequence sent.  The from/to positions bracket the audit
      *> entries that went out, so a lost file can be re-created.
       FD FEED-CONTROL-FILE.
       01 PF-CONTROL-RECORD.
           05 PF-SEQUENCE PIC 9(6).
           05 PF-RUN-DATE PIC 9(8).
           05 PF-RUN-TIME PIC 9(8).
           05 PF-FROM-POSITION.
               10 PF-FROM-DATE PIC 9(8).
               10 PF-FROM-TIME PIC 9(8).
               10 PF-FROM-ORDINAL PIC 9(3).
           05 PF-TO-POSITION.
               10 PF-TO-DATE PIC 9(8).
               10 PF-TO-TIME PIC 9(8).
               10 PF-TO-ORDINAL PIC 9(3).
           05 PF-DETAIL-COUNT PIC 9(7).
           05 PF-ID-HASH-TOTAL PIC 9(12).

       FD CHANGE-FILE.
       01 PC-HEADER-RECORD.
           05 PC-HDR-RECORD-TYPE PIC X(1).
           05 PC-HDR-FILE-ID PIC X(6).
           05 PC-HDR-SEQUENCE PIC 9(6).
           05 PC-HDR-RUN-DATE PIC 9(8).
           05 PC-HDR-RUN-TIME PIC 9(8).
           05 PC-HDR-SEND-TYPE PIC X(1).
           05 FILLER PIC X(86).
       01 PC-DETAIL-RECORD.
           05 PC-DET-RECORD-TYPE PIC X(1).
           05 PC-DET-ACTION-CODE PIC X(1).
           05 PC-DET-EMPLOYEE-ID PIC X(6).
           05 PC-DET-DEPARTMENT-CODE PIC X(3).
           05 PC-DET-LAST-NAME PIC X(20).
           05 PC-DET-FIRST-NAME PIC X(20).
           05 PC-DET-YEARS-OF-SERVICE PIC X(2).
           05 PC-DET-HIRE-DATE PIC X(8).
           05 PC-DET-EMPLOYMENT-STATUS PIC X(1).
           05 PC-DET-STATUS-DATE PIC X(8).
           05 PC-DET-POSITION-CODE PIC X(4).
           05 PC-DET-EFFECTIVE-DATE PIC X(8).
           05 PC-DET-LOGGED-DATE PIC 9(8).
           05 PC-DET-LOGGED-TIME PIC 9(8).
           05 PC-DET-SUPERVISOR-ID PIC X(6).
           05 FILLER PIC X(12).
       01 PC-TRAILER-RECORD.
           05 PC-TRL-RECORD-TYPE PIC X(1).
           05 PC-TRL-SEQUENCE PIC 9(6).
           05 PC-TRL-DETAIL-COUNT PIC 9(7).
           05 PC-TRL-ADD-COUNT PIC 9(7).
           05 PC-TRL-CHANGE-COUNT PIC 9(7).
           05 PC-TRL-TERM-COUNT PIC 9(7).
           05 PC-TRL-LEAVE-COUNT PIC 9(7).
           05 PC-TRL-REHIRE-COUNT PIC 9(7).
           05 PC-TRL-ID-HASH-TOTAL PIC 9(12).
           05 FILLER PIC X(55).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES. *> File status for AUDIT-LOG-FILE.
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES. *> File status for ARCHIVE-INDEX-FILE.
       01 WS-PF-FILE-STATUS PIC XX VALUE SPACES.  *> File status for FEED-CONTROL-FILE.
       01 WS-CHANGE-FILE-STATUS PIC XX VALUE SPACES. *> File status for CHANGE-FILE.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE SPACES. *> Log being read: an archive generation or the current log.
       01 WS-CHANGE-FILE-NAME PIC X(40) VALUE SPACES. *> Change file for this hand-off, named by sequence.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.           *> Run date carried on the header.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.           *> Run time carried on the header.
       01 WS-RUN-MODE PIC 9(1) VALUE 0.           *> Run mode: 1-Next hand-off, 2-Re-send last hand-off.
       01 WS-RUN-READY PIC 9(1) VALUE 0.          *> Indicator that a hand-off range has been set.
       01 WS-CONTROL-FOUND PIC 9(1) VALUE 0.      *> Indicator that a completed hand-off is on the control file.
       01 WS-SEQUENCE PIC 9(6) VALUE 0.           *> Sequence number of this hand-off.
       01 WS-SEND-TYPE PIC X(1) VALUE SPACE.      *> N-New hand-off, R-Re-send of an earlier one.
       01 WS-START-DATE PIC 9(8) VALUE 0.         *> First hand-off only: send entries logged from this date.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.          *> Archive generations that may hold entries in range.
       01 WS-LOGS-MISSING PIC 9(3) VALUE 0.       *> Listed generations that could not be opened.
       01 WS-ENTRIES-READ PIC 9(7) VALUE 0.       *> Audit entries read across all logs.
       01 WS-FEED-ENTRY PIC 9(1) VALUE 0.         *> Indicator that the entry is sent to payroll.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.       *> Detail records written.
       01 WS-ADD-COUNT PIC 9(7) VALUE 0.          *> Add details written.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.       *> Change details written.
       01 WS-TERM-COUNT PIC 9(7) VALUE 0.         *> Termination details written.
       01 WS-LEAVE-COUNT PIC 9(7) VALUE 0.        *> Leave details written.
       01 WS-REHIRE-COUNT PIC 9(7) VALUE 0.       *> Rehire and return details written.
       01 WS-ID-HASH-TOTAL PIC 9(12) VALUE 0.     *> Sum of the employee IDs on the details written.
       01 WS-VERIFY-COUNT PIC 9(7) VALUE 0.       *> Detail records counted on the re-read.
       01 WS-VERIFY-HASH PIC 9(12) VALUE 0.       *> Employee-ID hash total from the re-read.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.      *> Detail count carried on the trailer re-read.
       01 WS-TRAILER-HASH PIC 9(12) VALUE 0.      *> Hash total carried on the trailer re-read.
       01 WS-HEADER-SEQUENCE PIC 9(6) VALUE 0.    *> Sequence carried on the header re-read.
       01 WS-PREV-DATE PIC 9(8) VALUE 0.          *> Date of the previous entry read.
       01 WS-PREV-TIME PIC 9(8) VALUE 0.          *> Time of the previous entry read.

       01 WS-HASH-ID PIC X(6) VALUE SPACES.       *> Employee ID of the detail being written.
       01 WS-HASH-ID-NUM REDEFINES WS-HASH-ID PIC 9(6).

      *> A position in the audit trail: the entry's date and time and,
      *> for entries stamped in the same hundredth of a second, its
      *> ordinal among them.  Positions compare in trail order.
       01 WS-ENTRY-POSITION.
           05 WS-ENTRY-DATE PIC 9(8).
           05 WS-ENTRY-TIME PIC 9(8).
           05 WS-ENTRY-ORDINAL PIC 9(3).
       01 WS-FROM-POSITION.
           05 WS-FROM-DATE PIC 9(8).
           05 WS-FROM-TIME PIC 9(8).
           05 WS-FROM-ORDINAL PIC 9(3).
       01 WS-TO-POSITION.
           05 WS-TO-DATE PIC 9(8).
           05 WS-TO-TIME PIC 9(8).
           05 WS-TO-ORDINAL PIC 9(3).
       01 WS-HIGH-POSITION.
           05 WS-HIGH-DATE PIC 9(8).
           05 WS-HIGH-TIME PIC 9(8).
           05 WS-HIGH-ORDINAL PIC 9(3).

      *> The newest completed hand-off on the control file.
       01 WS-LAST-CONTROL.
           05 WS-LAST-SEQUENCE PIC 9(6).
           05 WS-LAST-RUN-DATE PIC 9(8).
           05 WS-LAST-RUN-TIME PIC 9(8).
           05 WS-LAST-FROM-POSITION PIC X(19).
           05 WS-LAST-TO-POSITION PIC X(19).
           05 WS-LAST-DETAIL-COUNT PIC 9(7).
           05 WS-LAST-ID-HASH-TOTAL PIC 9(12).

      *> Entries written before the employment-status fields existed
      *> are 140 bytes (59-byte images); entries written before the
      *> operator stamp are 158; entries written before the position
      *> code are 162; entries written before the supervisor ID are
      *> 170 (68-byte images); current entries are 182.  Each raw
      *> line is mapped through the matching layout into
      *> WS-AUDIT-ENTRY, the same way the audit log inquiry reads
      *> them.
       01 WS-RAW-ENTRY PIC X(182).
       01 WS-RAW-OLD-ENTRY REDEFINES WS-RAW-ENTRY.
           05 WS-OLD-DATE PIC 9(8).
           05 WS-OLD-TIME PIC 9(8).
           05 WS-OLD-ACTION PIC X(6).
           05 WS-OLD-BEFORE-RECORD.
               10 WS-OLD-BEFORE-EMPLOYEE-ID PIC X(6).
               10 WS-OLD-BEFORE-DEPARTMENT-CODE PIC X(3).
               10 WS-OLD-BEFORE-LAST-NAME PIC X(20).
               10 WS-OLD-BEFORE-FIRST-NAME PIC X(20).
               10 WS-OLD-BEFORE-YEARS-OF-SERVICE PIC X(2).
               10 WS-OLD-BEFORE-HIRE-DATE PIC X(8).
           05 WS-OLD-AFTER-RECORD.
               10 WS-OLD-AFTER-EMPLOYEE-ID PIC X(6).
               10 WS-OLD-AFTER-DEPARTMENT-CODE PIC X(3).
               10 WS-OLD-AFTER-LAST-NAME PIC X(20).
               10 WS-OLD-AFTER-FIRST-NAME PIC X(20).
               10 WS-OLD-AFTER-YEARS-OF-SERVICE PIC X(2).
               10 WS-OLD-AFTER-HIRE-DATE PIC X(8).
           05 FILLER PIC X(42).

      *> The 158- and 162-byte forms: status fields in the images,
      *> no position code; the 162-byte form carries the operator.
       01 WS-RAW-MID-ENTRY REDEFINES WS-RAW-ENTRY.
           05 WS-MID-DATE PIC 9(8).
           05 WS-MID-TIME PIC 9(8).
           05 WS-MID-ACTION PIC X(6).
           05 WS-MID-BEFORE-RECORD.
               10 WS-MID-BEFORE-EMPLOYEE-ID PIC X(6).
               10 WS-MID-BEFORE-DEPARTMENT-CODE PIC X(3).
               10 WS-MID-BEFORE-LAST-NAME PIC X(20).
               10 WS-MID-BEFORE-FIRST-NAME PIC X(20).
               10 WS-MID-BEFORE-YEARS-OF-SERVICE PIC X(2).
               10 WS-MID-BEFORE-HIRE-DATE PIC X(8).
               10 WS-MID-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 WS-MID-BEFORE-STATUS-DATE PIC X(8).
           05 WS-MID-AFTER-RECORD.
               10 WS-MID-AFTER-EMPLOYEE-ID PIC X(6).
               10 WS-MID-AFTER-DEPARTMENT-CODE PIC X(3).
               10 WS-MID-AFTER-LAST-NAME PIC X(20).
               10 WS-MID-AFTER-FIRST-NAME PIC X(20).
               10 WS-MID-AFTER-YEARS-OF-SERVICE PIC X(2).
               10 WS-MID-AFTER-HIRE-DATE PIC X(8).
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
           05 AL-TIME PIC 9(8).
           05 AL-ACTION PIC X(6).
           05 AL-BEFORE-RECORD.
               10 AL-BEFORE-EMPLOYEE-ID PIC X(6).
               10 AL-BEFORE-DEPARTMENT-CODE PIC X(3).
               10 AL-BEFORE-LAST-NAME PIC X(20).
               10 AL-BEFORE-FIRST-NAME PIC X(20).
               10 AL-BEFORE-YEARS-OF-SERVICE PIC X(2).
               10 AL-BEFORE-HIRE-DATE PIC X(8).
               10 AL-BEFORE-EMPLOYMENT-STATUS PIC X(1).
               10 AL-BEFORE-STATUS-DATE PIC X(8).
               10 AL-BEFORE-POSITION-CODE PIC X(4).
               10 AL-BEFORE-SUPERVISOR-ID PIC X(6).
           05 AL-AFTER-RECORD.
               10 AL-AFTER-EMPLOYEE-ID PIC X(6).
               10 AL-AFTER-DEPARTMENT-CODE PIC X(3).
               10 AL-AFTER-LAST-NAME PIC X(20).
               10 AL-AFTER-FIRST-NAME PIC X(20).
               10 AL-AFTER-YEARS-OF-SERVICE PIC X(2).
               10 AL-AFTER-HIRE-DATE PIC X(8).
               10 AL-AFTER-EMPLOYMENT-STATUS PIC X(1).
               10 AL-AFTER-STATUS-DATE PIC X(8).
               10 AL-AFTER-POSITION-CODE PIC X(4).
               10 AL-AFTER-SUPERVISOR-ID PIC X(6).
           05 AL-OPERATOR-ID PIC X(4).

       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 100 TIMES INDEXED BY WS-GEN-IDX.
               10 WS-GEN-NAME PIC X(40).

       PROCEDURE DIVISION.
       100-PAYROLL-CHG-FEED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 200-READ-FEED-CONTROL.
           PERFORM 201-ACCEPT-RUN-MODE.
           EVALUATE WS-RUN-MODE
               WHEN 1 PERFORM 210-SET-NEXT-HANDOFF
               WHEN 2 PERFORM 215-SET-RESEND-HANDOFF
               WHEN OTHER DISPLAY "Invalid selection. Choose 1-2."
           END-EVALUATE.
           IF WS-RUN-READY = 1
               PERFORM 220-LOAD-ARCHIVE-INDEX
               PERFORM 230-BUILD-CHANGE-FILE-NAME
               PERFORM 300-WRITE-CHANGE-FILE
               PERFORM 400-VERIFY-CHANGE-FILE
               PERFORM 500-PRINT-HANDOFF-RESULT
           END-IF.
           STOP RUN.

       200-READ-FEED-CONTROL.
           MOVE 0 TO WS-CONTROL-FOUND.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-PF-FILE-STATUS NOT = "35"
               PERFORM 202-READ-CONTROL-RECORD UNTIL WS-EOF = 1
               CLOSE FEED-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-EOF.
           IF WS-CONTROL-FOUND = 1
               DISPLAY "Last hand-off sent: sequence " WS-LAST-SEQUENCE
                   " on " WS-LAST-RUN-DATE ", "
                   WS-LAST-DETAIL-COUNT " change(s)."
           ELSE
               DISPLAY "No hand-off has been sent yet."
           END-IF.

       202-READ-CONTROL-RECORD.
           READ FEED-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE 1 TO WS-CONTROL-FOUND
                   MOVE PF-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE PF-RUN-DATE TO WS-LAST-RUN-DATE
                   MOVE PF-RUN-TIME TO WS-LAST-RUN-TIME
                   MOVE PF-FROM-POSITION TO WS-LAST-FROM-POSITION
                   MOVE PF-TO-POSITION TO WS-LAST-TO-POSITION
                   MOVE PF-DETAIL-COUNT TO WS-LAST-DETAIL-COUNT
                   MOVE PF-ID-HASH-TOTAL TO WS-LAST-ID-HASH-TOTAL
           END-READ.

       201-ACCEPT-RUN-MODE.
           DISPLAY SPACES
           DISPLAY "1. Produce the next payroll hand-off"
           DISPLAY "2. Re-create the last hand-off for re-sending"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-RUN-MODE.

      *> The next hand-off starts just past the last entry sent, so
      *> nothing is skipped and nothing goes out twice.  The very
      *> first one starts from a date the operator gives, normally
      *> the day of the last full PayrollExport.csv load.
       210-SET-NEXT-HANDOFF.
           MOVE "N" TO WS-SEND-TYPE.
           IF WS-CONTROL-FOUND = 1
               COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
               MOVE WS-LAST-TO-POSITION TO WS-FROM-POSITION
           ELSE
               MOVE 1 TO WS-SEQUENCE
               DISPLAY "Enter the date from which changes are to be "
                   "sent (YYYYMMDD): "
               ACCEPT WS-START-DATE
               MOVE WS-START-DATE TO WS-FROM-DATE
               MOVE 0 TO WS-FROM-TIME
               MOVE 0 TO WS-FROM-ORDINAL
           END-IF.
           MOVE HIGH-VALUES TO WS-TO-POSITION.
           MOVE WS-FROM-POSITION TO WS-HIGH-POSITION.
           MOVE 1 TO WS-RUN-READY.

      *> A re-send rebuilds exactly the entries the last hand-off
      *> carried under the same sequence number, so payroll can take
      *> it in place of a lost file without double-posting.
       215-SET-RESEND-HANDOFF.
           IF WS-CONTROL-FOUND = 0
               DISPLAY "No hand-off on the control file to re-send."
           ELSE
               MOVE "R" TO WS-SEND-TYPE
               MOVE WS-LAST-SEQUENCE TO WS-SEQUENCE
               MOVE WS-LAST-FROM-POSITION TO WS-FROM-POSITION
               MOVE WS-LAST-TO-POSITION TO WS-TO-POSITION
               MOVE WS-FROM-POSITION TO WS-HIGH-POSITION
               MOVE 1 TO WS-RUN-READY
           END-IF.

      *> A generation cut over before the start of the range cannot
      *> hold anything in it; every later one is read, oldest first.
       220-LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS NOT = "35"
               PERFORM 221-READ-INDEX-RECORD UNTIL WS-EOF = 1
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       221-READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF AX-CUTOVER-DATE >= WS-FROM-DATE
                       IF WS-GEN-COUNT < 100
                           ADD 1 TO WS-GEN-COUNT
                           MOVE AX-GENERATION-NAME
                               TO WS-GEN-NAME (WS-GEN-COUNT)
                       ELSE
                           DISPLAY "Generation table full; not read: "
                               AX-GENERATION-NAME
                       END-IF
                   END-IF
           END-READ.

       230-BUILD-CHANGE-FILE-NAME.
           MOVE SPACES TO WS-CHANGE-FILE-NAME.
           STRING
               "PayrollChange." DELIMITED BY SIZE
               WS-SEQUENCE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CHANGE-FILE-NAME
           END-STRING.

       300-WRITE-CHANGE-FILE.
           OPEN OUTPUT CHANGE-FILE.
           PERFORM 310-WRITE-HEADER-RECORD.
           MOVE 0 TO WS-PREV-DATE.
           MOVE 0 TO WS-PREV-TIME.
           MOVE 0 TO WS-ENTRY-ORDINAL.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-NAME (WS-GEN-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM 320-READ-ONE-LOG
           END-PERFORM.
           MOVE "AuditLog.txt" TO WS-AUDIT-FILE-NAME.
           PERFORM 320-READ-ONE-LOG.
           PERFORM 380-WRITE-TRAILER-RECORD.
           CLOSE CHANGE-FILE.

       310-WRITE-HEADER-RECORD.
           MOVE SPACES TO PC-HEADER-RECORD.
           MOVE "H" TO PC-HDR-RECORD-TYPE.
           MOVE "EMPCHG" TO PC-HDR-FILE-ID.
           MOVE WS-SEQUENCE TO PC-HDR-SEQUENCE.
           MOVE WS-RUN-DATE TO PC-HDR-RUN-DATE.
           MOVE WS-RUN-TIME TO PC-HDR-RUN-TIME.
           MOVE WS-SEND-TYPE TO PC-HDR-SEND-TYPE.
           WRITE PC-HEADER-RECORD.

       320-READ-ONE-LOG.
           MOVE 0 TO WS-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               IF WS-AUDIT-FILE-NAME NOT = "AuditLog.txt"
                   ADD 1 TO WS-LOGS-MISSING
                   DISPLAY "Archive generation not found: "
                       WS-AUDIT-FILE-NAME
               END-IF
           ELSE
               PERFORM 330-READ-AND-SELECT UNTIL WS-EOF = 1
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       330-READ-AND-SELECT.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 315-MAP-AUDIT-ENTRY
                   PERFORM 340-SET-ENTRY-POSITION
                   IF WS-ENTRY-POSITION > WS-FROM-POSITION
                       AND WS-ENTRY-POSITION <= WS-TO-POSITION
                       PERFORM 350-SELECT-FEED-ENTRY
                   END-IF
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
           IF WS-RAW-ENTRY (141:22) = SPACES
               MOVE WS-OLD-DATE TO AL-DATE
               MOVE WS-OLD-TIME TO AL-TIME
               MOVE WS-OLD-ACTION TO AL-ACTION
               MOVE SPACES TO AL-BEFORE-RECORD
               MOVE SPACES TO AL-AFTER-RECORD
               MOVE SPACES TO AL-OPERATOR-ID
               MOVE WS-OLD-BEFORE-EMPLOYEE-ID
                   TO AL-BEFORE-EMPLOYEE-ID
               MOVE WS-OLD-BEFORE-DEPARTMENT-CODE
                   TO AL-BEFORE-DEPARTMENT-CODE
               MOVE WS-OLD-BEFORE-LAST-NAME TO AL-BEFORE-LAST-NAME
               MOVE WS-OLD-BEFORE-FIRST-NAME TO AL-BEFORE-FIRST-NAME
               MOVE WS-OLD-BEFORE-YEARS-OF-SERVICE
                   TO AL-BEFORE-YEARS-OF-SERVICE
               MOVE WS-OLD-BEFORE-HIRE-DATE TO AL-BEFORE-HIRE-DATE
               MOVE WS-OLD-AFTER-EMPLOYEE-ID TO AL-AFTER-EMPLOYEE-ID
               MOVE WS-OLD-AFTER-DEPARTMENT-CODE
                   TO AL-AFTER-DEPARTMENT-CODE
               MOVE WS-OLD-AFTER-LAST-NAME TO AL-AFTER-LAST-NAME
               MOVE WS-OLD-AFTER-FIRST-NAME TO AL-AFTER-FIRST-NAME
               MOVE WS-OLD-AFTER-YEARS-OF-SERVICE
                   TO AL-AFTER-YEARS-OF-SERVICE
               MOVE WS-OLD-AFTER-HIRE-DATE TO AL-AFTER-HIRE-DATE
           ELSE
               PERFORM 317-MAP-MID-FORM-ENTRY
           END-IF.

       317-MAP-MID-FORM-ENTRY.
           MOVE WS-MID-DATE TO AL-DATE.
           MOVE WS-MID-TIME TO AL-TIME.
           MOVE WS-MID-ACTION TO AL-ACTION.
           MOVE SPACES TO AL-BEFORE-RECORD.
           MOVE SPACES TO AL-AFTER-RECORD.
           MOVE WS-MID-BEFORE-EMPLOYEE-ID TO AL-BEFORE-EMPLOYEE-ID.
           MOVE WS-MID-BEFORE-DEPARTMENT-CODE
               TO AL-BEFORE-DEPARTMENT-CODE.
           MOVE WS-MID-BEFORE-LAST-NAME TO AL-BEFORE-LAST-NAME.
           MOVE WS-MID-BEFORE-FIRST-NAME TO AL-BEFORE-FIRST-NAME.
           MOVE WS-MID-BEFORE-YEARS-OF-SERVICE
               TO AL-BEFORE-YEARS-OF-SERVICE.
           MOVE WS-MID-BEFORE-HIRE-DATE TO AL-BEFORE-HIRE-DATE.
           MOVE WS-MID-BEFORE-EMPLOYMENT-STATUS
               TO AL-BEFORE-EMPLOYMENT-STATUS.
           MOVE WS-MID-BEFORE-STATUS-DATE TO AL-BEFORE-STATUS-DATE.
           MOVE WS-MID-AFTER-EMPLOYEE-ID TO AL-AFTER-EMPLOYEE-ID.
           MOVE WS-MID-AFTER-DEPARTMENT-CODE
               TO AL-AFTER-DEPARTMENT-CODE.
           MOVE WS-MID-AFTER-LAST-NAME TO AL-AFTER-LAST-NAME.
           MOVE WS-MID-AFTER-FIRST-NAME TO AL-AFTER-FIRST-NAME.
           MOVE WS-MID-AFTER-YEARS-OF-SERVICE
               TO AL-AFTER-YEARS-OF-SERVICE.
           MOVE WS-MID-AFTER-HIRE-DATE TO AL-AFTER-HIRE-DATE.
           MOVE WS-MID-AFTER-EMPLOYMENT-STATUS
               TO AL-AFTER-EMPLOYMENT-STATUS.
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

      *> Entries are written in time order, so several stamped in the
      *> same hundredth of a second sit together; each one's ordinal
      *> among them keeps its position unique.
       340-SET-ENTRY-POSITION.
           IF AL-DATE = WS-PREV-DATE AND AL-TIME = WS-PREV-TIME
               ADD 1 TO WS-ENTRY-ORDINAL
           ELSE
               MOVE 1 TO WS-ENTRY-ORDINAL
           END-IF.
           MOVE AL-DATE TO WS-ENTRY-DATE.
           MOVE AL-TIME TO WS-ENTRY-TIME.
           MOVE AL-DATE TO WS-PREV-DATE.
           MOVE AL-TIME TO WS-PREV-TIME.

      *> Year-of-service rolls and department-table entries are not
      *> payroll changes.  Every entry in range still moves the high
      *> position, so the next hand-off does not read them again.
       350-SELECT-FEED-ENTRY.
           MOVE WS-ENTRY-POSITION TO WS-HIGH-POSITION.
           MOVE 1 TO WS-FEED-ENTRY.
           MOVE SPACES TO PC-DETAIL-RECORD.
           EVALUATE AL-ACTION
               WHEN "ADD   "
                   MOVE "A" TO PC-DET-ACTION-CODE
                   MOVE AL-AFTER-HIRE-DATE TO PC-DET-EFFECTIVE-DATE
                   ADD 1 TO WS-ADD-COUNT
               WHEN "UPDATE"
                   MOVE "C" TO PC-DET-ACTION-CODE
                   MOVE AL-DATE TO PC-DET-EFFECTIVE-DATE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN "TERM  "
                   MOVE "T" TO PC-DET-ACTION-CODE
                   MOVE AL-AFTER-STATUS-DATE TO PC-DET-EFFECTIVE-DATE
                   ADD 1 TO WS-TERM-COUNT
               WHEN "LEAVE "
                   MOVE "L" TO PC-DET-ACTION-CODE
                   MOVE AL-AFTER-STATUS-DATE TO PC-DET-EFFECTIVE-DATE
                   ADD 1 TO WS-LEAVE-COUNT
               WHEN "REHIRE"
                   MOVE "R" TO PC-DET-ACTION-CODE
                   MOVE AL-AFTER-STATUS-DATE TO PC-DET-EFFECTIVE-DATE
                   ADD 1 TO WS-REHIRE-COUNT
               WHEN OTHER
                   MOVE 0 TO WS-FEED-ENTRY
           END-EVALUATE.
           IF WS-FEED-ENTRY = 1
               PERFORM 360-WRITE-DETAIL-RECORD
           END-IF.

       360-WRITE-DETAIL-RECORD.
           MOVE "D" TO PC-DET-RECORD-TYPE.
           MOVE AL-AFTER-EMPLOYEE-ID TO PC-DET-EMPLOYEE-ID.
           MOVE AL-AFTER-DEPARTMENT-CODE TO PC-DET-DEPARTMENT-CODE.
           MOVE AL-AFTER-LAST-NAME TO PC-DET-LAST-NAME.
           MOVE AL-AFTER-FIRST-NAME TO PC-DET-FIRST-NAME.
           MOVE AL-AFTER-YEARS-OF-SERVICE TO PC-DET-YEARS-OF-SERVICE.
           MOVE AL-AFTER-HIRE-DATE TO PC-DET-HIRE-DATE.
           MOVE AL-AFTER-EMPLOYMENT-STATUS
               TO PC-DET-EMPLOYMENT-STATUS.
           MOVE AL-AFTER-STATUS-DATE TO PC-DET-STATUS-DATE.
           MOVE AL-AFTER-POSITION-CODE TO PC-DET-POSITION-CODE.
           MOVE AL-AFTER-SUPERVISOR-ID TO PC-DET-SUPERVISOR-ID.
           MOVE AL-DATE TO PC-DET-LOGGED-DATE.
           MOVE AL-TIME TO PC-DET-LOGGED-TIME.
           WRITE PC-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE AL-AFTER-EMPLOYEE-ID TO WS-HASH-ID.
           IF WS-HASH-ID-NUM IS NUMERIC
               ADD WS-HASH-ID-NUM TO WS-ID-HASH-TOTAL
           END-IF.

       380-WRITE-TRAILER-RECORD.
           MOVE SPACES TO PC-TRAILER-RECORD.
           MOVE "T" TO PC-TRL-RECORD-TYPE.
           MOVE WS-SEQUENCE TO PC-TRL-SEQUENCE.
           MOVE WS-DETAIL-COUNT TO PC-TRL-DETAIL-COUNT.
           MOVE WS-ADD-COUNT TO PC-TRL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO PC-TRL-CHANGE-COUNT.
           MOVE WS-TERM-COUNT TO PC-TRL-TERM-COUNT.
           MOVE WS-LEAVE-COUNT TO PC-TRL-LEAVE-COUNT.
           MOVE WS-REHIRE-COUNT TO PC-TRL-REHIRE-COUNT.
           MOVE WS-ID-HASH-TOTAL TO PC-TRL-ID-HASH-TOTAL.
           WRITE PC-TRAILER-RECORD.

      *> Re-read what was just written and prove the detail count and
      *> hash total agree with the trailer before the hand-off is
      *> recorded as sent.
       400-VERIFY-CHANGE-FILE.
           MOVE 0 TO WS-VERIFY-COUNT.
           MOVE 0 TO WS-VERIFY-HASH.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE 0 TO WS-TRAILER-HASH.
           MOVE 0 TO WS-HEADER-SEQUENCE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CHANGE-FILE.
           IF WS-CHANGE-FILE-STATUS NOT = "35"
               PERFORM 410-TOTAL-CHANGE-RECORD UNTIL WS-EOF = 1
               CLOSE CHANGE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       410-TOTAL-CHANGE-RECORD.
           READ CHANGE-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE PC-DET-RECORD-TYPE
                       WHEN "H"
                           MOVE PC-HDR-SEQUENCE TO WS-HEADER-SEQUENCE
                       WHEN "D"
                           ADD 1 TO WS-VERIFY-COUNT
                           MOVE PC-DET-EMPLOYEE-ID TO WS-HASH-ID
                           IF WS-HASH-ID-NUM IS NUMERIC
                               ADD WS-HASH-ID-NUM TO WS-VERIFY-HASH
                           END-IF
                       WHEN "T"
                           MOVE PC-TRL-DETAIL-COUNT TO WS-TRAILER-COUNT
                           MOVE PC-TRL-ID-HASH-TOTAL TO WS-TRAILER-HASH
                   END-EVALUATE
           END-READ.

       500-PRINT-HANDOFF-RESULT.
           DISPLAY SPACES.
           DISPLAY "Change file written to: " WS-CHANGE-FILE-NAME.
           DISPLAY "Hand-off sequence:      " WS-SEQUENCE.
           DISPLAY "Audit entries read:     " WS-ENTRIES-READ.
           DISPLAY "Adds:                   " WS-ADD-COUNT.
           DISPLAY "Changes:                " WS-CHANGE-COUNT.
           DISPLAY "Terminations:           " WS-TERM-COUNT.
           DISPLAY "Leaves:                 " WS-LEAVE-COUNT.
           DISPLAY "Rehires and returns:    " WS-REHIRE-COUNT.
           DISPLAY "Detail records:         " WS-DETAIL-COUNT.
           DISPLAY "Employee-ID hash total: " WS-ID-HASH-TOTAL.
           IF WS-LOGS-MISSING > 0
               DISPLAY "WARNING: " WS-LOGS-MISSING " archive "
                   "generation(s) could not be read."
           END-IF.
           IF WS-HEADER-SEQUENCE = WS-SEQUENCE
               AND WS-VERIFY-COUNT = WS-DETAIL-COUNT
               AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
               AND WS-VERIFY-HASH = WS-ID-HASH-TOTAL
               AND WS-TRAILER-HASH = WS-ID-HASH-TOTAL
               AND WS-LOGS-MISSING = 0
               DISPLAY "HAND-OFF VERIFIED - CONTROL TOTALS MATCH."
               IF WS-SEND-TYPE = "N"
                   PERFORM 510-APPEND-FEED-CONTROL
                   DISPLAY "Sequence " WS-SEQUENCE
                       " recorded as sent."
               ELSE
                   DISPLAY "Re-send of sequence " WS-SEQUENCE
                       "; the control file is unchanged."
                   IF WS-DETAIL-COUNT NOT = WS-LAST-DETAIL-COUNT
                       OR WS-ID-HASH-TOTAL NOT = WS-LAST-ID-HASH-TOTAL
                       DISPLAY "WARNING: TOTALS DIFFER FROM THE "
                           "ORIGINAL HAND-OFF (" WS-LAST-DETAIL-COUNT
                           " / " WS-LAST-ID-HASH-TOTAL ")."
                   END-IF
               END-IF
           ELSE
               DISPLAY "HAND-OFF FAILED - CONTROL TOTALS DO NOT MATCH "
                   "OR A GENERATION WAS MISSING."
               DISPLAY "The control file was not advanced; do not "
                   "send this file."
           END-IF.

      *> The to-position of this hand-off is the last entry it read,
      *> which is where the next hand-off picks up.
       510-APPEND-FEED-CONTROL.
           MOVE WS-SEQUENCE TO PF-SEQUENCE.
           MOVE WS-RUN-DATE TO PF-RUN-DATE.
           MOVE WS-RUN-TIME TO PF-RUN-TIME.
           MOVE WS-FROM-POSITION TO PF-FROM-POSITION.
           MOVE WS-HIGH-POSITION TO PF-TO-POSITION.
           MOVE WS-DETAIL-COUNT TO PF-DETAIL-COUNT.
           MOVE WS-ID-HASH-TOTAL TO PF-ID-HASH-TOTAL.
           OPEN EXTEND FEED-CONTROL-FILE.         *> Append to the control file if it exists.
           IF WS-PF-FILE-STATUS = "35"
               OPEN OUTPUT FEED-CONTROL-FILE      *> First hand-off: create the control file.
           END-IF.
           WRITE PF-CONTROL-RECORD.
           CLOSE FEED-CONTROL-FILE.

       END PROGRAM PAYROLL-CHG-FEED.
