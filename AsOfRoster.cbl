      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-10-29
      * Purpose: Employee roster as it stood on an as-of date, rebuilt
      *          by replaying the audit log and its archive
      *          generations, with a reconciliation of the trail to
      *          the current master
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOF-ROSTER-RPT.

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

           SELECT DEPARTMENT-FILE
           ASSIGN TO "DepartmentCode.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCHIVE-INDEX-FILE
           ASSIGN TO "AuditArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SortWork.tmp".

           SELECT REPORT-FILE
           ASSIGN TO "AsOfRoster.txt"
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

       FD DEPARTMENT-FILE.
       01 FS-DEPARTMENT-RECORD.
           05 FS-DEPT-CODE PIC 9(3).
           05 FS-DEPT-NAME PIC X(20).

       FD AUDIT-LOG-FILE.
       01 AL-RAW-RECORD PIC X(182).

       FD ARCHIVE-INDEX-FILE.
       01 AX-INDEX-RECORD.
           05 AX-GENERATION-NAME PIC X(40).
           05 AX-CUTOVER-DATE PIC 9(8).
           05 AX-ENTRY-COUNT PIC 9(7).

       SD SORT-WORK-FILE.
       01 SD-ROSTER-RECORD.
           05 SD-DEPARTMENT-CODE PIC X(3).
           05 SD-EMPLOYEE-ID PIC X(6).
           05 SD-LAST-NAME PIC X(20).
           05 SD-FIRST-NAME PIC X(20).
           05 SD-EMPLOYMENT-STATUS PIC X(1).
           05 SD-STATUS-DATE PIC X(8).
           05 SD-POSITION-CODE PIC X(4).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES. *> File status for AUDIT-LOG-FILE.
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES. *> File status for ARCHIVE-INDEX-FILE.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE SPACES. *> Log being replayed: an archive generation or the current log.
       01 WS-EXTRA-GEN-NAME PIC X(40) VALUE SPACES. *> Earlier generation keyed by the operator.
       01 WS-SCOPE-CHOICE PIC 9(1) VALUE 0.       *> Roster scope: 1-Active only, 2-All.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date shown on the page headings.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.          *> Archive generations to replay before the current log.
       01 WS-EARLIER-COUNT PIC 9(3) VALUE 0.      *> Generations keyed by the operator, ahead of the index.
       01 WS-GEN-FOUND PIC 9(1) VALUE 0.          *> Indicator that a generation name is already listed.
       01 WS-LOGS-READ PIC 9(3) VALUE 0.          *> Logs actually opened and replayed.
       01 WS-LOGS-MISSING PIC 9(3) VALUE 0.       *> Listed generations that could not be opened.
       01 WS-ENTRIES-READ PIC 9(7) VALUE 0.       *> Audit entries read across all logs.
       01 WS-ENTRIES-APPLIED PIC 9(7) VALUE 0.    *> Employee entries dated on or before the as-of date.
       01 WS-ROSTER-COUNT PIC 9(5) VALUE 0.       *> Employees seen anywhere in the trail.
       01 WS-ROSTER-OVERFLOW PIC 9(5) VALUE 0.    *> Employees the replay table could not hold.
       01 WS-ENTRY-EMP-ID PIC X(6) VALUE SPACES.  *> Employee an audit entry belongs to.
       01 WS-EMPLOYEE-ENTRY PIC 9(1) VALUE 0.     *> Indicator that the entry carries an employee image.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.    *> Current employees whose trail does not reconcile.
       01 WS-MASTER-COUNT PIC 9(5) VALUE 0.       *> Current master records checked.
       01 WS-SECTION PIC 9(1) VALUE 1.            *> Report section: 1-Roster, 2-Exceptions.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.
       01 WS-CURRENT-DEPT PIC X(3) VALUE SPACES.  *> Department of the control group being printed.
       01 WS-FIRST-RECORD PIC 9(1) VALUE 1.       *> Indicator that no control group is open yet.
       01 WS-DEPT-EMP-COUNT PIC 9(5) VALUE 0.     *> Employees in the current department group.
       01 WS-DEPT-ACTIVE-COUNT PIC 9(5) VALUE 0.  *> Active employees in the current group.
       01 WS-DEPT-LEAVE-COUNT PIC 9(5) VALUE 0.   *> On-leave employees in the current group.
       01 WS-DEPT-TERM-COUNT PIC 9(5) VALUE 0.    *> Terminated employees in the current group.
       01 WS-TOTAL-EMP-COUNT PIC 9(5) VALUE 0.    *> Employees printed on the roster.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the group heading.
       01 WS-DIFF-TEXT PIC X(46) VALUE SPACES.    *> Reason text built for an exception line.
       01 WS-DIFF-FIELDS PIC X(38) VALUE SPACES.  *> Names of the fields that differ.
       01 WS-DIFF-POINTER PIC 9(2) VALUE 1.       *> Next free column in the field list.
       01 WS-ASOF-VALID PIC 9(1) VALUE 0.         *> Indicator that the as-of date is a plausible date.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.      *> Number of days in the as-of date's month/year.

       01 WS-ASOF-DATE PIC 9(8) VALUE 0.          *> The roster shows the master as it stood on this date.
       01 WS-ASOF-BREAKDOWN REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YYYY PIC 9(4).
           05 WS-ASOF-MM PIC 9(2).
           05 WS-ASOF-DD PIC 9(2).

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

      *> One image of an employee in the alphanumeric audit form;
      *> used to unpack a table image for printing and comparing.
       01 WS-IMAGE.
           05 WS-IMG-EMPLOYEE-ID PIC X(6).
           05 WS-IMG-DEPARTMENT-CODE PIC X(3).
           05 WS-IMG-LAST-NAME PIC X(20).
           05 WS-IMG-FIRST-NAME PIC X(20).
           05 WS-IMG-YEARS-OF-SERVICE PIC X(2).
           05 WS-IMG-HIRE-DATE PIC X(8).
           05 WS-IMG-EMPLOYMENT-STATUS PIC X(1).
           05 WS-IMG-STATUS-DATE PIC X(8).
           05 WS-IMG-POSITION-CODE PIC X(4).
           05 WS-IMG-SUPERVISOR-ID PIC X(6).

      *> The current master record in the same alphanumeric form.
       01 WS-MASTER-IMAGE.
           05 WS-MST-EMPLOYEE-ID PIC X(6).
           05 WS-MST-DEPARTMENT-CODE PIC X(3).
           05 WS-MST-LAST-NAME PIC X(20).
           05 WS-MST-FIRST-NAME PIC X(20).
           05 WS-MST-YEARS-OF-SERVICE PIC X(2).
           05 WS-MST-HIRE-DATE PIC X(8).
           05 WS-MST-EMPLOYMENT-STATUS PIC X(1).
           05 WS-MST-STATUS-DATE PIC X(8).
           05 WS-MST-POSITION-CODE PIC X(4).
           05 WS-MST-SUPERVISOR-ID PIC X(6).

      *> Each employee keeps two images: the one in force on the
      *> as-of date, and the last one logged at all, which is what
      *> today's master should agree with.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RT-IDX.
               10 WS-RT-EMPLOYEE-ID PIC X(6).
               10 WS-RT-ASOF-ON-FILE PIC 9(1).
               10 WS-RT-ASOF-IMAGE PIC X(74).
               10 WS-RT-LAST-ON-FILE PIC 9(1).
               10 WS-RT-LAST-IMAGE PIC X(74).

       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 100 TIMES INDEXED BY WS-GEN-IDX.
               10 WS-GEN-NAME PIC X(40).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

       01 WS-HEADING-LINE-1.
           05 WS-H1-TITLE PIC X(47).
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-ROSTER-TITLE.
           05 FILLER PIC X(22) VALUE "EMPLOYEE ROSTER AS OF ".
           05 WS-RT-TITLE-DATE PIC 9(8).
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(22) VALUE "LAST NAME".
           05 FILLER PIC X(22) VALUE "FIRST NAME".
           05 FILLER PIC X(6) VALUE "POS".
           05 FILLER PIC X(6) VALUE "STAT".
           05 FILLER PIC X(11) VALUE "STATUS DATE".

       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(22) VALUE "LAST NAME".
           05 FILLER PIC X(46) VALUE "EXCEPTION".

       01 WS-GROUP-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-GRP-DEPT-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GRP-DEPT-NAME PIC X(20).

       01 WS-DETAIL-LINE.
           05 WS-DET-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-LAST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-FIRST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-POSITION-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-STATUS-DATE PIC X(8).

       01 WS-SUBTOTAL-LINE.
           05 FILLER PIC X(19) VALUE "  DEPARTMENT TOTAL:".
           05 WS-SUB-EMP-COUNT PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "   ACTIVE:".
           05 WS-SUB-ACTIVE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "   LEAVE:".
           05 WS-SUB-LEAVE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "   TERM:".
           05 WS-SUB-TERM-COUNT PIC ZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "ROSTER TOTAL:".
           05 WS-TOT-EMP-COUNT PIC ZZZZ9.

       01 WS-SOURCE-LINE.
           05 FILLER PIC X(19) VALUE "LOGS REPLAYED:".
           05 WS-SRC-LOGS-READ PIC ZZ9.
           05 FILLER PIC X(18) VALUE "   ENTRIES READ:".
           05 WS-SRC-ENTRIES-READ PIC Z(6)9.
           05 FILLER PIC X(15) VALUE "   APPLIED:".
           05 WS-SRC-ENTRIES-APPLIED PIC Z(6)9.

       01 WS-EXCEPTION-LINE.
           05 WS-EXC-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXC-LAST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON PIC X(46).

       01 WS-EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "MASTER RECORDS:".
           05 WS-EXT-MASTER-COUNT PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "   EXCEPTIONS:".
           05 WS-EXT-EXCEPTION-COUNT PIC ZZZZ9.

       01 WS-WARNING-LINE.
           05 FILLER PIC X(9) VALUE "WARNING: ".
           05 WS-WARN-COUNT PIC ZZZZ9.
           05 WS-WARN-TEXT PIC X(60).

       PROCEDURE DIVISION.
       100-ASOF-ROSTER-RPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 201-ACCEPT-ASOF-DATE.
           PERFORM 202-ACCEPT-ROSTER-SCOPE.
           PERFORM 203-LOAD-DEPARTMENT-TABLE.
           PERFORM 210-LOAD-ARCHIVE-INDEX.
           PERFORM 215-ACCEPT-EARLIER-GENERATIONS.
           PERFORM 300-REPLAY-AUDIT-TRAIL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 400-PRINT-ASOF-ROSTER.
           PERFORM 500-RECONCILE-CURRENT-MASTER.
           CLOSE REPORT-FILE.
           DISPLAY "Report written to AsOfRoster.txt.".
           DISPLAY "Exceptions found: " WS-EXCEPTION-COUNT.
           STOP RUN.

       201-ACCEPT-ASOF-DATE.
           PERFORM 206-PROMPT-ASOF-DATE.
           PERFORM 207-CHECK-ASOF-DATE-VALID.
           PERFORM UNTIL WS-ASOF-VALID = 1
               DISPLAY "As-of date must be a valid YYYYMMDD date "
                   "not in the future."
               PERFORM 206-PROMPT-ASOF-DATE
               PERFORM 207-CHECK-ASOF-DATE-VALID
           END-PERFORM.
           MOVE WS-ASOF-DATE TO WS-RT-TITLE-DATE.

       206-PROMPT-ASOF-DATE.
           DISPLAY "Enter as-of date (YYYYMMDD): ".
           ACCEPT WS-ASOF-DATE.

       207-CHECK-ASOF-DATE-VALID.
           MOVE 0 TO WS-ASOF-VALID.
           IF WS-ASOF-YYYY >= 1900
               AND WS-ASOF-MM >= 1 AND WS-ASOF-MM <= 12
               AND WS-ASOF-DD >= 1 AND WS-ASOF-DD <= 31
               AND WS-ASOF-DATE <= WS-TODAY-DATE
               PERFORM 208-DETERMINE-ASOF-DAYS-IN-MONTH
               IF WS-ASOF-DD <= WS-DAYS-IN-MONTH
                   MOVE 1 TO WS-ASOF-VALID
               END-IF
           END-IF.

       208-DETERMINE-ASOF-DAYS-IN-MONTH.
           EVALUATE WS-ASOF-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-ASOF-YYYY, 4) = 0
                           AND FUNCTION MOD (WS-ASOF-YYYY, 100) NOT = 0)
                       OR FUNCTION MOD (WS-ASOF-YYYY, 400) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       202-ACCEPT-ROSTER-SCOPE.
           DISPLAY "Roster 1-Active employees only or 2-All: ".
           ACCEPT WS-SCOPE-CHOICE.

       203-LOAD-DEPARTMENT-TABLE.
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

      *> The period-end cutover lists every verified generation,
      *> oldest first, in the archive index.
       210-LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS NOT = "35"
               PERFORM 211-READ-INDEX-RECORD UNTIL WS-EOF = 1
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       211-READ-INDEX-RECORD.
           READ ARCHIVE-INDEX-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE AX-GENERATION-NAME TO WS-EXTRA-GEN-NAME
                   PERFORM 216-ADD-GENERATION-NAME
           END-READ.

      *> Generations cut over before the index was kept are not on
      *> it; the operator names any of those, oldest first, and they
      *> are replayed ahead of the indexed ones.
       215-ACCEPT-EARLIER-GENERATIONS.
           DISPLAY "Archive generations on the index: " WS-GEN-COUNT.
           DISPLAY "Enter any earlier archive file name not on the "
               "index, oldest first (blank to finish): ".
           MOVE SPACES TO WS-EXTRA-GEN-NAME.
           ACCEPT WS-EXTRA-GEN-NAME.
           PERFORM UNTIL WS-EXTRA-GEN-NAME = SPACES
               PERFORM 217-INSERT-EARLIER-GENERATION
               DISPLAY "Next earlier archive file name "
                   "(blank to finish): "
               MOVE SPACES TO WS-EXTRA-GEN-NAME
               ACCEPT WS-EXTRA-GEN-NAME
           END-PERFORM.

       216-ADD-GENERATION-NAME.
           PERFORM 218-CHECK-GENERATION-LISTED.
           IF WS-GEN-FOUND = 0
               IF WS-GEN-COUNT < 100
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-EXTRA-GEN-NAME TO WS-GEN-NAME (WS-GEN-COUNT)
               ELSE
                   DISPLAY "Generation table full; not replayed: "
                       WS-EXTRA-GEN-NAME
               END-IF
           END-IF.

      *> Keyed generations are older than anything on the index, so
      *> they go in after the other keyed ones but ahead of the
      *> indexed ones; the table is opened up from the bottom.
       217-INSERT-EARLIER-GENERATION.
           PERFORM 218-CHECK-GENERATION-LISTED.
           IF WS-GEN-FOUND = 1
               DISPLAY "That generation is already listed."
           ELSE
               IF WS-GEN-COUNT >= 100
                   DISPLAY "Generation table full; not replayed: "
                       WS-EXTRA-GEN-NAME
               ELSE
                   ADD 1 TO WS-GEN-COUNT
                   SET WS-GEN-IDX TO WS-GEN-COUNT
                   PERFORM UNTIL WS-GEN-IDX <= WS-EARLIER-COUNT + 1
                       MOVE WS-GEN-NAME (WS-GEN-IDX - 1)
                           TO WS-GEN-NAME (WS-GEN-IDX)
                       SET WS-GEN-IDX DOWN BY 1
                   END-PERFORM
                   MOVE WS-EXTRA-GEN-NAME TO WS-GEN-NAME (WS-GEN-IDX)
                   ADD 1 TO WS-EARLIER-COUNT
               END-IF
           END-IF.

       218-CHECK-GENERATION-LISTED.
           MOVE 0 TO WS-GEN-FOUND.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-NAME (WS-GEN-IDX) = WS-EXTRA-GEN-NAME
                   MOVE 1 TO WS-GEN-FOUND
               END-IF
           END-PERFORM.

      *> Every generation is replayed in order and then the current
      *> log, so the last image held for an employee is the latest.
       300-REPLAY-AUDIT-TRAIL.
           MOVE 0 TO WS-LOGS-READ.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-NAME (WS-GEN-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM 310-REPLAY-ONE-LOG
           END-PERFORM.
           MOVE "AuditLog.txt" TO WS-AUDIT-FILE-NAME.
           PERFORM 310-REPLAY-ONE-LOG.
           IF WS-ROSTER-OVERFLOW > 0
               DISPLAY "ROSTER TABLE FULL - " WS-ROSTER-OVERFLOW
                   " EMPLOYEES NOT REPLAYED."
           END-IF.

       310-REPLAY-ONE-LOG.
           MOVE 0 TO WS-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               ADD 1 TO WS-LOGS-MISSING
               DISPLAY "Audit log not found, not replayed: "
                   WS-AUDIT-FILE-NAME
           ELSE
               ADD 1 TO WS-LOGS-READ
               PERFORM 320-READ-AND-APPLY UNTIL WS-EOF = 1
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       320-READ-AND-APPLY.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 315-MAP-AUDIT-ENTRY
                   PERFORM 330-APPLY-AUDIT-ENTRY
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

      *> Only entries that carry an employee image move the roster;
      *> department-table entries ride in the same log and are
      *> passed over.  A delete takes the employee off file.
       330-APPLY-AUDIT-ENTRY.
           MOVE 0 TO WS-EMPLOYEE-ENTRY.
           EVALUATE AL-ACTION
               WHEN "ADD   " WHEN "UPDATE" WHEN "TERM  "
               WHEN "LEAVE " WHEN "REHIRE" WHEN "YOSROL"
                   MOVE 1 TO WS-EMPLOYEE-ENTRY
                   MOVE AL-AFTER-EMPLOYEE-ID TO WS-ENTRY-EMP-ID
               WHEN "DELETE"
                   MOVE 1 TO WS-EMPLOYEE-ENTRY
                   MOVE AL-BEFORE-EMPLOYEE-ID TO WS-ENTRY-EMP-ID
           END-EVALUATE.
           IF WS-EMPLOYEE-ENTRY = 1
               PERFORM 331-FIND-OR-ADD-EMPLOYEE
               IF WS-RT-IDX <= WS-ROSTER-COUNT
                   PERFORM 332-POST-ENTRY-IMAGES
               END-IF
           END-IF.

       331-FIND-OR-ADD-EMPLOYEE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-ROSTER-COUNT
                      OR WS-RT-EMPLOYEE-ID (WS-RT-IDX)
                         = WS-ENTRY-EMP-ID
               CONTINUE
           END-PERFORM.
           IF WS-RT-IDX > WS-ROSTER-COUNT
               IF WS-ROSTER-COUNT < 2000
                   ADD 1 TO WS-ROSTER-COUNT
                   SET WS-RT-IDX TO WS-ROSTER-COUNT
                   MOVE WS-ENTRY-EMP-ID TO WS-RT-EMPLOYEE-ID (WS-RT-IDX)
                   MOVE 0 TO WS-RT-ASOF-ON-FILE (WS-RT-IDX)
                   MOVE SPACES TO WS-RT-ASOF-IMAGE (WS-RT-IDX)
                   MOVE 0 TO WS-RT-LAST-ON-FILE (WS-RT-IDX)
                   MOVE SPACES TO WS-RT-LAST-IMAGE (WS-RT-IDX)
               ELSE
                   ADD 1 TO WS-ROSTER-OVERFLOW
               END-IF
           END-IF.

       332-POST-ENTRY-IMAGES.
           IF AL-ACTION = "DELETE"
               MOVE 0 TO WS-RT-LAST-ON-FILE (WS-RT-IDX)
               MOVE AL-BEFORE-RECORD TO WS-RT-LAST-IMAGE (WS-RT-IDX)
           ELSE
               MOVE 1 TO WS-RT-LAST-ON-FILE (WS-RT-IDX)
               MOVE AL-AFTER-RECORD TO WS-RT-LAST-IMAGE (WS-RT-IDX)
           END-IF.
           IF AL-DATE <= WS-ASOF-DATE
               ADD 1 TO WS-ENTRIES-APPLIED
               MOVE WS-RT-LAST-ON-FILE (WS-RT-IDX)
                   TO WS-RT-ASOF-ON-FILE (WS-RT-IDX)
               MOVE WS-RT-LAST-IMAGE (WS-RT-IDX)
                   TO WS-RT-ASOF-IMAGE (WS-RT-IDX)
           END-IF.

       400-PRINT-ASOF-ROSTER.
           MOVE 1 TO WS-SECTION.
           MOVE WS-ROSTER-TITLE TO WS-H1-TITLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE SD-EMPLOYEE-ID
               INPUT PROCEDURE 410-RELEASE-ASOF-EMPLOYEES
               OUTPUT PROCEDURE 420-REPORT-SORTED-ROSTER.

       410-RELEASE-ASOF-EMPLOYEES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-ROSTER-COUNT
               IF WS-RT-ASOF-ON-FILE (WS-RT-IDX) = 1
                   MOVE WS-RT-ASOF-IMAGE (WS-RT-IDX) TO WS-IMAGE
                   IF WS-SCOPE-CHOICE = 2
                       OR WS-IMG-EMPLOYMENT-STATUS = "A"
                       PERFORM 411-RELEASE-ROSTER-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       411-RELEASE-ROSTER-RECORD.
           MOVE WS-IMG-DEPARTMENT-CODE TO SD-DEPARTMENT-CODE.
           MOVE WS-IMG-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE WS-IMG-LAST-NAME TO SD-LAST-NAME.
           MOVE WS-IMG-FIRST-NAME TO SD-FIRST-NAME.
           MOVE WS-IMG-EMPLOYMENT-STATUS TO SD-EMPLOYMENT-STATUS.
           MOVE WS-IMG-STATUS-DATE TO SD-STATUS-DATE.
           MOVE WS-IMG-POSITION-CODE TO SD-POSITION-CODE.
           RELEASE SD-ROSTER-RECORD.

       420-REPORT-SORTED-ROSTER.
           MOVE 0 TO WS-EOF.
           PERFORM 430-RETURN-AND-PRINT UNTIL WS-EOF = 1.
           IF WS-FIRST-RECORD = 0
               PERFORM 460-PRINT-DEPT-SUBTOTAL
               PERFORM 470-PRINT-ROSTER-TOTALS
           ELSE
               MOVE "NO EMPLOYEES ON FILE AS OF THAT DATE."
                   TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
               PERFORM 470-PRINT-ROSTER-TOTALS
           END-IF.
           MOVE 0 TO WS-EOF.

       430-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 440-PRINT-ROSTER-EMPLOYEE
           END-RETURN.

       440-PRINT-ROSTER-EMPLOYEE.
           IF WS-FIRST-RECORD = 1
               MOVE 0 TO WS-FIRST-RECORD
               PERFORM 450-START-DEPT-GROUP
           ELSE
               IF SD-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT
                   PERFORM 460-PRINT-DEPT-SUBTOTAL
                   PERFORM 450-START-DEPT-GROUP
               END-IF
           END-IF.
           ADD 1 TO WS-DEPT-EMP-COUNT.
           ADD 1 TO WS-TOTAL-EMP-COUNT.
           EVALUATE SD-EMPLOYMENT-STATUS
               WHEN "A" ADD 1 TO WS-DEPT-ACTIVE-COUNT
               WHEN "L" ADD 1 TO WS-DEPT-LEAVE-COUNT
               WHEN "T" ADD 1 TO WS-DEPT-TERM-COUNT
           END-EVALUATE.
           MOVE SD-EMPLOYEE-ID TO WS-DET-EMPLOYEE-ID.
           MOVE SD-LAST-NAME TO WS-DET-LAST-NAME.
           MOVE SD-FIRST-NAME TO WS-DET-FIRST-NAME.
           MOVE SD-POSITION-CODE TO WS-DET-POSITION-CODE.
           MOVE SD-EMPLOYMENT-STATUS TO WS-DET-STATUS.
           MOVE SD-STATUS-DATE TO WS-DET-STATUS-DATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
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
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           IF WS-SECTION = 1
               MOVE WS-COLUMN-HEADING TO RPT-PRINT-RECORD
           ELSE
               MOVE WS-EXCEPTION-HEADING TO RPT-PRINT-RECORD
           END-IF.
           WRITE RPT-PRINT-RECORD.
           MOVE SPACES TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.

       450-START-DEPT-GROUP.
           MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT.
           MOVE 0 TO WS-DEPT-EMP-COUNT.
           MOVE 0 TO WS-DEPT-ACTIVE-COUNT.
           MOVE 0 TO WS-DEPT-LEAVE-COUNT.
           MOVE 0 TO WS-DEPT-TERM-COUNT.
           PERFORM 451-LOOKUP-DEPT-NAME.
           MOVE WS-CURRENT-DEPT TO WS-GRP-DEPT-CODE.
           MOVE WS-REPORT-DEPT-NAME TO WS-GRP-DEPT-NAME.
           MOVE WS-GROUP-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

      *> The department may since have been removed from the table;
      *> the code is still printed so the roster stays complete.
       451-LOOKUP-DEPT-NAME.
           MOVE "Unknown department" TO WS-REPORT-DEPT-NAME.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-CURRENT-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE WS-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-REPORT-DEPT-NAME
               END-IF
           END-PERFORM.

       460-PRINT-DEPT-SUBTOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE WS-DEPT-EMP-COUNT TO WS-SUB-EMP-COUNT.
           MOVE WS-DEPT-ACTIVE-COUNT TO WS-SUB-ACTIVE-COUNT.
           MOVE WS-DEPT-LEAVE-COUNT TO WS-SUB-LEAVE-COUNT.
           MOVE WS-DEPT-TERM-COUNT TO WS-SUB-TERM-COUNT.
           MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

       470-PRINT-ROSTER-TOTALS.
           MOVE WS-TOTAL-EMP-COUNT TO WS-TOT-EMP-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE WS-LOGS-READ TO WS-SRC-LOGS-READ.
           MOVE WS-ENTRIES-READ TO WS-SRC-ENTRIES-READ.
           MOVE WS-ENTRIES-APPLIED TO WS-SRC-ENTRIES-APPLIED.
           MOVE WS-SOURCE-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           IF WS-LOGS-MISSING > 0
               MOVE WS-LOGS-MISSING TO WS-WARN-COUNT
               MOVE " ARCHIVE GENERATION(S) COULD NOT BE OPENED"
                   TO WS-WARN-TEXT
               MOVE WS-WARNING-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.
           IF WS-ROSTER-OVERFLOW > 0
               MOVE WS-ROSTER-OVERFLOW TO WS-WARN-COUNT
               MOVE " EMPLOYEE(S) NOT REPLAYED - ROSTER TABLE FULL"
                   TO WS-WARN-TEXT
               MOVE WS-WARNING-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

      *> Today's master should agree with the last image logged for
      *> each employee.  Anything else was changed by a program that
      *> does not log, restored from a backup, or keyed outside the
      *> system, and is listed on its own page.
       500-RECONCILE-CURRENT-MASTER.
           MOVE 2 TO WS-SECTION.
           MOVE "AUDIT TRAIL EXCEPTIONS - CURRENT MASTER"
               TO WS-H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               MOVE "NO EMPLOYEES ON THE CURRENT MASTER."
                   TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM 510-READ-AND-RECONCILE UNTIL WS-EOF = 1
               CLOSE EMPLOYEE-RECORD-FILE
               IF WS-EXCEPTION-COUNT = 0
                   MOVE "EVERY CURRENT EMPLOYEE RECONCILES TO THE "
                       & "AUDIT TRAIL." TO WS-PRINT-LINE
                   PERFORM 344-WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
               MOVE WS-MASTER-COUNT TO WS-EXT-MASTER-COUNT
               MOVE WS-EXCEPTION-COUNT TO WS-EXT-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

       510-READ-AND-RECONCILE.
           READ EMPLOYEE-RECORD-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE FS-EMPLOYEE-RECORD TO WS-MASTER-IMAGE
                   PERFORM 520-RECONCILE-ONE-EMPLOYEE
           END-READ.

       520-RECONCILE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-DIFF-TEXT.
           MOVE WS-MST-EMPLOYEE-ID TO WS-ENTRY-EMP-ID.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-ROSTER-COUNT
                      OR WS-RT-EMPLOYEE-ID (WS-RT-IDX)
                         = WS-ENTRY-EMP-ID
               CONTINUE
           END-PERFORM.
           IF WS-RT-IDX > WS-ROSTER-COUNT
               MOVE "NO AUDIT TRAIL FOR THIS EMPLOYEE" TO WS-DIFF-TEXT
           ELSE
               IF WS-RT-LAST-ON-FILE (WS-RT-IDX) = 0
                   MOVE "AUDIT TRAIL ENDS IN A DELETE" TO WS-DIFF-TEXT
               ELSE
                   MOVE WS-RT-LAST-IMAGE (WS-RT-IDX) TO WS-IMAGE
                   PERFORM 530-COMPARE-TO-LAST-IMAGE
               END-IF
           END-IF.
           IF WS-DIFF-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-MST-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID
               MOVE WS-MST-LAST-NAME TO WS-EXC-LAST-NAME
               MOVE WS-DIFF-TEXT TO WS-EXC-REASON
               MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
               PERFORM 344-WRITE-REPORT-LINE
           END-IF.

      *> The older log forms carry no status, position or supervisor;
      *> a blank field in the logged image is not counted as a
      *> difference.
       530-COMPARE-TO-LAST-IMAGE.
           MOVE SPACES TO WS-DIFF-FIELDS.
           MOVE 1 TO WS-DIFF-POINTER.
           IF WS-IMG-DEPARTMENT-CODE NOT = WS-MST-DEPARTMENT-CODE
               STRING " DEPT" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-LAST-NAME NOT = WS-MST-LAST-NAME
               OR WS-IMG-FIRST-NAME NOT = WS-MST-FIRST-NAME
               STRING " NAME" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-YEARS-OF-SERVICE NOT = WS-MST-YEARS-OF-SERVICE
               STRING " YOS" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-HIRE-DATE NOT = WS-MST-HIRE-DATE
               STRING " HIRE" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-EMPLOYMENT-STATUS NOT = SPACES
               AND (WS-IMG-EMPLOYMENT-STATUS
                       NOT = WS-MST-EMPLOYMENT-STATUS
                    OR WS-IMG-STATUS-DATE NOT = WS-MST-STATUS-DATE)
               STRING " STATUS" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-POSITION-CODE NOT = SPACES
               AND WS-IMG-POSITION-CODE NOT = WS-MST-POSITION-CODE
               STRING " POS" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-IMG-SUPERVISOR-ID NOT = SPACES
               AND WS-IMG-SUPERVISOR-ID NOT = WS-MST-SUPERVISOR-ID
               STRING " SUPV" DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-POINTER
               END-STRING
           END-IF.
           IF WS-DIFF-FIELDS NOT = SPACES
               STRING "DIFFERS:" DELIMITED BY SIZE
                   WS-DIFF-FIELDS DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT
               END-STRING
           END-IF.

       END PROGRAM ASOF-ROSTER-RPT.
