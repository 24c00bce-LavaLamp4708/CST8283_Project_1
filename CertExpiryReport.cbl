      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-24
      * Purpose: Monthly certification expiry report by department:
      *          certifications lapsed or expiring within 30, 60 and
      *          90 days, and required certifications not on file
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY-RPT.

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

           SELECT SORT-WORK-FILE
           ASSIGN TO "SortWork.tmp".

           SELECT REPORT-FILE
           ASSIGN TO "CertExpiryReport.txt"
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

       SD SORT-WORK-FILE.
       01 SD-CERT-RECORD.
           05 SD-DEPARTMENT-CODE PIC 9(3).
           05 SD-SECTION PIC 9(1).
           05 SD-EXPIRY-DATE PIC 9(8).
           05 SD-LAST-NAME PIC X(20).
           05 SD-EMPLOYEE-ID PIC 9(6).
           05 SD-CERT-CODE PIC 9(3).
           05 SD-FIRST-NAME PIC X(20).
           05 SD-DESCRIPTION PIC X(25).
           05 SD-DAYS PIC 9(5).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-EMP-FILE-STATUS PIC XX VALUE SPACES. *> File status for EMPLOYEE-RECORD-FILE.
       01 WS-CT-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CERT-TYPE-FILE.
       01 WS-EC-FILE-STATUS PIC XX VALUE SPACES.  *> File status for EMPLOYEE-CERT-FILE.
       01 WS-EC-EOF PIC 9(1) VALUE 0.             *> Indicator that the employee's certifications are exhausted.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.         *> Number of department master entries loaded.
       01 WS-CT-COUNT PIC 9(3) VALUE 0.           *> Number of certification type entries loaded.
       01 WS-CT-REQ-SUB PIC 9(1) VALUE 0.         *> Subscript over a type's requiring departments and positions.
       01 WS-SECTION-SUB PIC 9(1) VALUE 0.        *> Subscript over the report sections.
       01 WS-CERT-REQUIRED PIC 9(1) VALUE 0.      *> Indicator that the employee's department or position requires the type.
       01 WS-DAYS-TO-EXPIRY PIC S9(7) VALUE 0.    *> Days from the run date to expiry; negative once lapsed.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.
       01 WS-CURRENT-DEPT PIC 9(3) VALUE 0.       *> Department of the control group being printed.
       01 WS-CURRENT-SECTION PIC 9(1) VALUE 0.    *> Section within the department being printed.
       01 WS-FIRST-RECORD PIC 9(1) VALUE 1.       *> Indicator that no control group is open yet.
       01 WS-REPORT-DEPT-NAME PIC X(20) VALUE SPACES. *> Department name for the group heading.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date the days to expiry are counted from.

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

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-CODE PIC 9(3).
               10 WS-DEPT-NAME PIC X(20).

      *> WS-CT-HELD marks the types the employee being released has
      *> on file, so the required types still unmarked afterwards
      *> are the ones missing.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE PIC 9(3).
               10 WS-CT-DESCRIPTION PIC X(25).
               10 WS-CT-VALID-MONTHS PIC 9(3).
               10 WS-CT-REQ-DEPT PIC 9(3) OCCURS 4 TIMES.
               10 WS-CT-REQ-POS PIC 9(4) OCCURS 4 TIMES.
               10 WS-CT-HELD PIC 9(1).

       01 WS-SECTION-TITLES.
           05 FILLER PIC X(30) VALUE "LAPSED".
           05 FILLER PIC X(30) VALUE "EXPIRING IN 0-30 DAYS".
           05 FILLER PIC X(30) VALUE "EXPIRING IN 31-60 DAYS".
           05 FILLER PIC X(30) VALUE "EXPIRING IN 61-90 DAYS".
           05 FILLER PIC X(30) VALUE "REQUIRED BUT NOT ON FILE".
       01 WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05 WS-SECTION-TITLE PIC X(30) OCCURS 5 TIMES.

       01 WS-DEPT-SECTION-COUNTS.
           05 WS-DEPT-SECTION-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-TOTAL-SECTION-COUNTS.
           05 WS-TOTAL-SECTION-COUNT PIC 9(5) OCCURS 5 TIMES.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47)
               VALUE "CERTIFICATION EXPIRY REPORT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(16) VALUE "LAST NAME".
           05 FILLER PIC X(11) VALUE "FIRST NAME".
           05 FILLER PIC X(5) VALUE "CODE".
           05 FILLER PIC X(21) VALUE "CERTIFICATION".
           05 FILLER PIC X(9) VALUE "EXPIRES".
           05 FILLER PIC X(5) VALUE " DAYS".

       01 WS-GROUP-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-GRP-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GRP-DEPT-NAME PIC X(20).

       01 WS-SECTION-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SEC-TITLE PIC X(30).

       01 WS-DETAIL-LINE.
           05 WS-DET-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-LAST-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-FIRST-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CERT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DESCRIPTION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-EXPIRY-DATE PIC 9(8).
           05 WS-DET-EXPIRY-DATE-X REDEFINES WS-DET-EXPIRY-DATE
               PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-DAYS PIC ZZZZ9.
           05 WS-DET-DAYS-X REDEFINES WS-DET-DAYS PIC X(5).

       01 WS-SUBTOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-SUB-LABEL PIC X(30).
           05 WS-SUB-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-CERT-EXPIRY-RPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 201-LOAD-DEPARTMENT-TABLE.
           PERFORM 202-LOAD-CERT-TYPE-TABLE.
           IF WS-CT-COUNT = 0
               DISPLAY "No certification type table on file."
           ELSE
               OPEN INPUT EMPLOYEE-RECORD-FILE
               IF WS-EMP-FILE-STATUS = "35"
                   DISPLAY "No employees on file."
               ELSE
                   CLOSE EMPLOYEE-RECORD-FILE
                   PERFORM 205-SORT-CERTIFICATIONS
                   DISPLAY "Report written to CertExpiryReport.txt."
               END-IF
           END-IF.
           STOP RUN.

       201-LOAD-DEPARTMENT-TABLE.
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

       202-LOAD-CERT-TYPE-TABLE.
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
                               PERFORM 203-STORE-CERT-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-TYPE-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       203-STORE-CERT-TYPE.
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

      *> Managers read their own department's section, and within it
      *> the lapsed certifications come first, then those falling due
      *> soonest, then the required ones nobody has entered.
       205-SORT-CERTIFICATIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE SD-SECTION
                   SD-EXPIRY-DATE SD-LAST-NAME SD-EMPLOYEE-ID
                   SD-CERT-CODE
               INPUT PROCEDURE 210-RELEASE-CERTIFICATIONS
               OUTPUT PROCEDURE 220-PRINT-SORTED-REPORT.

      *> Terminated employees are left out: their certifications no
      *> longer need renewing.  Employees on leave stay in, since
      *> they need them current when they return.
       210-RELEASE-CERTIFICATIONS.
           OPEN INPUT EMPLOYEE-RECORD-FILE.
           OPEN INPUT EMPLOYEE-CERT-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FS-EMPLOYMENT-STATUS NOT = "T"
                           MOVE FS-EMPLOYEE-RECORD
                               TO WS-EMPLOYEE-RECORD
                           PERFORM 211-RELEASE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-RECORD-FILE.
           IF WS-EC-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEE-CERT-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       211-RELEASE-EMPLOYEE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE 0 TO WS-CT-HELD (WS-CT-IDX)
           END-PERFORM.
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE 0 TO WS-EC-EOF
               MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
               MOVE ZEROS TO EC-CERT-CODE
               START EMPLOYEE-CERT-FILE
                   KEY >= EC-CERT-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EC-EOF
               END-START
               PERFORM 212-READ-NEXT-CERTIFICATION
                   UNTIL WS-EC-EOF = 1
           END-IF.
           PERFORM 215-RELEASE-MISSING-CERTS.

       212-READ-NEXT-CERTIFICATION.
           READ EMPLOYEE-CERT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EC-EOF
               NOT AT END
                   IF EC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 1 TO WS-EC-EOF
                   ELSE
                       PERFORM 213-CLASSIFY-CERTIFICATION
                   END-IF
           END-READ.

      *> A certification that does not lapse, or that is good for
      *> more than 90 days yet, is not reported.
       213-CLASSIFY-CERTIFICATION.
           MOVE SPACES TO SD-DESCRIPTION.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF EC-CERT-CODE = WS-CT-CODE (WS-CT-IDX)
                   MOVE 1 TO WS-CT-HELD (WS-CT-IDX)
                   MOVE WS-CT-DESCRIPTION (WS-CT-IDX)
                       TO SD-DESCRIPTION
               END-IF
           END-PERFORM.
           IF SD-DESCRIPTION = SPACES
               MOVE "Type no longer on table" TO SD-DESCRIPTION
           END-IF.
           MOVE 0 TO SD-SECTION.
           IF EC-EXPIRY-DATE NOT = 0
               COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE (EC-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-EXPIRY < 0
                       MOVE 1 TO SD-SECTION
                       COMPUTE SD-DAYS = 0 - WS-DAYS-TO-EXPIRY
                   WHEN WS-DAYS-TO-EXPIRY <= 30
                       MOVE 2 TO SD-SECTION
                       MOVE WS-DAYS-TO-EXPIRY TO SD-DAYS
                   WHEN WS-DAYS-TO-EXPIRY <= 60
                       MOVE 3 TO SD-SECTION
                       MOVE WS-DAYS-TO-EXPIRY TO SD-DAYS
                   WHEN WS-DAYS-TO-EXPIRY <= 90
                       MOVE 4 TO SD-SECTION
                       MOVE WS-DAYS-TO-EXPIRY TO SD-DAYS
               END-EVALUATE
           END-IF.
           IF SD-SECTION NOT = 0
               MOVE EC-CERT-CODE TO SD-CERT-CODE
               MOVE EC-EXPIRY-DATE TO SD-EXPIRY-DATE
               PERFORM 214-RELEASE-CERT-RECORD
           END-IF.

       214-RELEASE-CERT-RECORD.
           MOVE WS-DEPARTMENT-CODE TO SD-DEPARTMENT-CODE.
           MOVE WS-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE WS-LAST-NAME TO SD-LAST-NAME.
           MOVE WS-FIRST-NAME TO SD-FIRST-NAME.
           RELEASE SD-CERT-RECORD.

      *> A type the employee's department or position requires that
      *> is not on file at all; a lapsed one is reported as lapsed.
       215-RELEASE-MISSING-CERTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-HELD (WS-CT-IDX) = 0
                   PERFORM 216-CHECK-CERT-REQUIRED
                   IF WS-CERT-REQUIRED = 1
                       MOVE 5 TO SD-SECTION
                       MOVE 0 TO SD-EXPIRY-DATE
                       MOVE 0 TO SD-DAYS
                       MOVE WS-CT-CODE (WS-CT-IDX) TO SD-CERT-CODE
                       MOVE WS-CT-DESCRIPTION (WS-CT-IDX)
                           TO SD-DESCRIPTION
                       PERFORM 214-RELEASE-CERT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       216-CHECK-CERT-REQUIRED.
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

       220-PRINT-SORTED-REPORT.
           OPEN OUTPUT REPORT-FILE.
           INITIALIZE WS-TOTAL-SECTION-COUNTS.
           MOVE 0 TO WS-EOF.
           PERFORM 225-RETURN-AND-PRINT UNTIL WS-EOF = 1.
           IF WS-FIRST-RECORD = 0
               PERFORM 260-PRINT-DEPT-SUBTOTAL
               PERFORM 270-PRINT-FINAL-TOTALS
           ELSE
               MOVE "NO CERTIFICATIONS LAPSED, DUE OR MISSING."
                   TO WS-PRINT-LINE
               PERFORM 240-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       225-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM 230-PRINT-ONE-CERTIFICATION
           END-RETURN.

       230-PRINT-ONE-CERTIFICATION.
           IF WS-FIRST-RECORD = 1
               MOVE 0 TO WS-FIRST-RECORD
               PERFORM 250-START-DEPT-GROUP
           ELSE
               IF SD-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT
                   PERFORM 260-PRINT-DEPT-SUBTOTAL
                   PERFORM 250-START-DEPT-GROUP
               END-IF
           END-IF.
           IF SD-SECTION NOT = WS-CURRENT-SECTION
               PERFORM 255-START-SECTION
           END-IF.
           ADD 1 TO WS-DEPT-SECTION-COUNT (SD-SECTION).
           ADD 1 TO WS-TOTAL-SECTION-COUNT (SD-SECTION).
           MOVE SD-EMPLOYEE-ID TO WS-DET-EMPLOYEE-ID.
           MOVE SD-LAST-NAME TO WS-DET-LAST-NAME.
           MOVE SD-FIRST-NAME TO WS-DET-FIRST-NAME.
           MOVE SD-CERT-CODE TO WS-DET-CERT-CODE.
           MOVE SD-DESCRIPTION TO WS-DET-DESCRIPTION.
           IF SD-SECTION = 5
               MOVE SPACES TO WS-DET-EXPIRY-DATE-X
               MOVE SPACES TO WS-DET-DAYS-X
           ELSE
               MOVE SD-EXPIRY-DATE TO WS-DET-EXPIRY-DATE
               MOVE SD-DAYS TO WS-DET-DAYS
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

      *> All report output funnels through here so every line is
      *> counted and page headings repeat at the break.
       240-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 245-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-PRINT-RECORD.
           WRITE RPT-PRINT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       245-PRINT-PAGE-HEADINGS.
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

       250-START-DEPT-GROUP.
           MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT.
           MOVE 0 TO WS-CURRENT-SECTION.
           INITIALIZE WS-DEPT-SECTION-COUNTS.
           PERFORM 251-LOOKUP-DEPT-NAME.
           MOVE WS-CURRENT-DEPT TO WS-GRP-DEPT-CODE.
           MOVE WS-REPORT-DEPT-NAME TO WS-GRP-DEPT-NAME.
           MOVE WS-GROUP-HEADING TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       251-LOOKUP-DEPT-NAME.
           MOVE "Unknown department" TO WS-REPORT-DEPT-NAME.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-CURRENT-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE WS-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-REPORT-DEPT-NAME
               END-IF
           END-PERFORM.

       255-START-SECTION.
           MOVE SD-SECTION TO WS-CURRENT-SECTION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE (SD-SECTION) TO WS-SEC-TITLE.
           MOVE WS-SECTION-HEADING TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       260-PRINT-DEPT-SUBTOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           MOVE "  DEPARTMENT TOTAL:" TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > 5
               MOVE WS-SECTION-TITLE (WS-SECTION-SUB) TO WS-SUB-LABEL
               MOVE WS-DEPT-SECTION-COUNT (WS-SECTION-SUB)
                   TO WS-SUB-COUNT
               MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE
               PERFORM 240-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.

       270-PRINT-FINAL-TOTALS.
           MOVE "REPORT TOTAL:" TO WS-PRINT-LINE.
           PERFORM 240-WRITE-REPORT-LINE.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > 5
               MOVE WS-SECTION-TITLE (WS-SECTION-SUB) TO WS-SUB-LABEL
               MOVE WS-TOTAL-SECTION-COUNT (WS-SECTION-SUB)
                   TO WS-SUB-COUNT
               MOVE WS-SUBTOTAL-LINE TO WS-PRINT-LINE
               PERFORM 240-WRITE-REPORT-LINE
           END-PERFORM.

       END PROGRAM CERT-EXPIRY-RPT.
