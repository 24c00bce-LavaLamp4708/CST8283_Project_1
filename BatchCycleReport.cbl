      ******************************************************************
      * Author: Peter Stainforth
      * Student ID: 041121409
      * Course: CST8283
      * Section: 301
      * Date: 2024-12-17
      * Purpose: Nightly batch cycle status report: what each step
      *          did for a business date, what failed, and where to
      *          restart, with a senior-operator close-off for a
      *          cycle that cannot be finished
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CYCLE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
           ASSIGN TO "OperatorTable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT CYCLE-STEP-FILE
           ASSIGN TO "BatchCycleSteps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE
           ASSIGN TO "BatchCycleControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CY-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "BatchCycleReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       01 FS-OPERATOR-RECORD.
           05 FS-OPERATOR-ID PIC X(4).
           05 FS-OPERATOR-NAME PIC X(20).
           05 FS-OPERATOR-LEVEL PIC X(1).

       FD CYCLE-STEP-FILE.
       01 CS-STEP-RECORD.
           05 CS-STEP-NUMBER PIC 9(1).
           05 CS-STEP-NAME PIC X(16).
           05 CS-PREREQUISITES.
               10 CS-PREREQ-STEP PIC 9(1) OCCURS 8 TIMES.
           05 CS-DESCRIPTION PIC X(30).

       FD CYCLE-CONTROL-FILE.
       01 CY-CYCLE-RECORD.
           05 CY-BUSINESS-DATE PIC 9(8).
           05 CY-STEP-NUMBER PIC 9(1).
           05 CY-STEP-NAME PIC X(16).
           05 CY-EVENT PIC X(1).
           05 CY-EVENT-DATE PIC 9(8).
           05 CY-EVENT-TIME PIC 9(8).
           05 CY-EVENT-TIME-BREAKDOWN REDEFINES CY-EVENT-TIME.
               10 CY-EVENT-HH PIC 9(2).
               10 CY-EVENT-MI PIC 9(2).
               10 CY-EVENT-SS PIC 9(2).
               10 CY-EVENT-HUNDREDTHS PIC 9(2).
           05 CY-READ-COUNT PIC 9(6).
           05 CY-WRITTEN-COUNT PIC 9(6).
           05 CY-ERROR-COUNT PIC 9(6).
           05 CY-OPERATOR-ID PIC X(4).

       FD REPORT-FILE.
       01 RPT-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES. *> File status for OPERATOR-FILE.
       01 WS-CS-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-STEP-FILE.
       01 WS-CY-FILE-STATUS PIC XX VALUE SPACES.  *> File status for CYCLE-CONTROL-FILE.
       01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.     *> Number of operator table entries loaded.
       01 WS-OPERATOR-VALID PIC 9(1) VALUE 0.     *> Indicator that the signed-on operator ID is on the table.
       01 WS-OPERATOR-ID PIC X(4) VALUE SPACES.   *> Operator signed on for this run.
       01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES. *> Name of the signed-on operator.
       01 WS-OPERATOR-LEVEL PIC X(1) VALUE SPACES. *> Authority level of the signed-on operator: S-Senior, C-Clerk.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.         *> Run date.
       01 WS-MODE-CHOICE PIC 9(1) VALUE 0.        *> Run mode: 1-Report, 2-Close off a cycle.
       01 WS-STEP-COUNT PIC 9(1) VALUE 0.         *> Highest step number on the cycle step table.
       01 WS-REPORT-DATE PIC 9(8) VALUE 0.        *> Business date being reported.
       01 WS-LAST-CYCLE-DATE PIC 9(8) VALUE 0.    *> Business date of the last cycle on the control file.
       01 WS-CYCLE-CLOSED PIC 9(1) VALUE 1.       *> Indicator that the last cycle on file has ended.
       01 WS-LAST-STEP-NAME PIC X(16) VALUE SPACES. *> Last step recorded by the last cycle on file.
       01 WS-CYCLE-END-EVENT PIC X(1) VALUE SPACE. *> How the reported cycle ended: C-Complete, R-Closed off.
       01 WS-CYCLE-END-OPERATOR PIC X(4) VALUE SPACES. *> Operator who closed the reported cycle off.
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.        *> Control records found for the business date.
       01 WS-RESTART-STEP PIC 9(1) VALUE 0.       *> First step not completed; 0 when all have.
       01 WS-CONFIRM-REPLY PIC X(1) VALUE SPACE.  *> Operator's answer to the close-off prompt.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.        *> Lines printed on the current page; starts past full.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.    *> Detail lines allowed per page before a page break.
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.        *> Current report page.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.   *> Line being built, held across the page-break check.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-OPERATOR-IDX.
               10 WS-OP-ID PIC X(4).
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-LEVEL PIC X(1).

      *> One entry per step number, holding what the step last did
      *> for the business date being reported.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 9 TIMES INDEXED BY WS-CYCLE-IDX.
               10 WS-CYC-STEP-NAME PIC X(16).
               10 WS-CYC-DESCRIPTION PIC X(30).
               10 WS-CYC-LAST-EVENT PIC X(1).
               10 WS-CYC-START-TIME PIC 9(8).
               10 WS-CYC-END-TIME PIC 9(8).
               10 WS-CYC-READ-COUNT PIC 9(6).
               10 WS-CYC-WRITTEN-COUNT PIC 9(6).
               10 WS-CYC-ERROR-COUNT PIC 9(6).
               10 WS-CYC-RUNS PIC 9(3).

       01 WS-TIME-WORK PIC 9(8) VALUE 0.
       01 WS-TIME-BREAKDOWN REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH PIC 9(2).
           05 WS-TIME-MI PIC 9(2).
           05 WS-TIME-REST PIC 9(4).

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(47) VALUE "NIGHTLY BATCH CYCLE STATUS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZ9.

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 WS-H2-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "   CYCLE: ".
           05 WS-H2-CYCLE-STATE PIC X(30).
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 WS-H2-OPERATOR-ID PIC X(4).

       01 WS-STEP-HEADING.
           05 FILLER PIC X(5) VALUE "STEP ".
           05 FILLER PIC X(17) VALUE "PROGRAM".
           05 FILLER PIC X(11) VALUE "STATUS".
           05 FILLER PIC X(7) VALUE "START".
           05 FILLER PIC X(6) VALUE "END".
           05 FILLER PIC X(8) VALUE "    READ".
           05 FILLER PIC X(8) VALUE " WRITTEN".
           05 FILLER PIC X(8) VALUE "  ERRORS".
           05 FILLER PIC X(5) VALUE " RUNS".

       01 WS-STEP-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-STEP PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SL-PROGRAM PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-STATUS PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-START.
               10 WS-SL-START-HH PIC 9(2).
               10 WS-SL-START-COLON PIC X(1).
               10 WS-SL-START-MI PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-END.
               10 WS-SL-END-HH PIC 9(2).
               10 WS-SL-END-COLON PIC X(1).
               10 WS-SL-END-MI PIC 9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SL-READ PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-WRITTEN PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-ERRORS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-RUNS PIC ZZ9.

       01 WS-EVENT-HEADING.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(17) VALUE "PROGRAM".
           05 FILLER PIC X(11) VALUE "EVENT".
           05 FILLER PIC X(8) VALUE "    READ".
           05 FILLER PIC X(8) VALUE " WRITTEN".
           05 FILLER PIC X(8) VALUE "  ERRORS".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "OPER".

       01 WS-EVENT-LINE.
           05 WS-EL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EL-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-EL-MI PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-EL-SS PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EL-PROGRAM PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EL-EVENT PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EL-READ PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EL-WRITTEN PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EL-ERRORS PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-EL-OPERATOR PIC X(4).

       01 WS-RESTART-LINE.
           05 FILLER PIC X(17) VALUE "RESTART AT STEP ".
           05 WS-RL-STEP PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-PROGRAM PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-DESCRIPTION PIC X(30).

       PROCEDURE DIVISION.
       100-BATCH-CYCLE-RPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-H1-RUN-DATE.
           PERFORM 205-LOAD-OPERATOR-TABLE.
           PERFORM 200-LOAD-CYCLE-STEPS.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator table on file; cannot sign on."
           ELSE
               IF WS-STEP-COUNT = 0
                   DISPLAY "No batch cycle step table on file; the "
                       "nightly cycle is not controlled."
               ELSE
                   PERFORM 210-OPERATOR-SIGN-ON
                   PERFORM 220-DISPLAY-MODE-MENU
                   PERFORM 221-ACCEPT-MODE-CHOICE
                   EVALUATE WS-MODE-CHOICE
                       WHEN 1 PERFORM 300-REPORT-CYCLE-STATUS
                       WHEN 2 PERFORM 400-CLOSE-OFF-CYCLE
                       WHEN OTHER
                           DISPLAY "Invalid selection. Choose 1-2."
                   END-EVALUATE
               END-IF
           END-IF.
           STOP RUN.

       200-LOAD-CYCLE-STEPS.
           INITIALIZE WS-CYCLE-TABLE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CYCLE-STEP-FILE.
           IF WS-CS-FILE-STATUS NOT = "35"
               PERFORM 201-READ-CYCLE-STEP UNTIL WS-EOF = 1
               CLOSE CYCLE-STEP-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       201-READ-CYCLE-STEP.
           READ CYCLE-STEP-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CS-STEP-NUMBER IS NUMERIC
                       AND CS-STEP-NUMBER > 0
                       MOVE CS-STEP-NAME
                           TO WS-CYC-STEP-NAME (CS-STEP-NUMBER)
                       MOVE CS-DESCRIPTION
                           TO WS-CYC-DESCRIPTION (CS-STEP-NUMBER)
                       IF CS-STEP-NUMBER > WS-STEP-COUNT
                           MOVE CS-STEP-NUMBER TO WS-STEP-COUNT
                       END-IF
                   END-IF
           END-READ.

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

       220-DISPLAY-MODE-MENU.
           DISPLAY SPACES
           DISPLAY "1. Report the status of a batch cycle"
           DISPLAY "2. Close off an unfinished batch cycle"
           DISPLAY "Enter your choice: ".

       221-ACCEPT-MODE-CHOICE.
           ACCEPT WS-MODE-CHOICE.

       230-ACCEPT-BUSINESS-DATE.
           DISPLAY "Enter the business date to report (YYYYMMDD), "
               "or 0 for the latest cycle: ".
           ACCEPT WS-REPORT-DATE.
           PERFORM UNTIL WS-REPORT-DATE IS NUMERIC
               DISPLAY "Business date must be YYYYMMDD or 0."
               DISPLAY "Enter the business date to report: "
               ACCEPT WS-REPORT-DATE
           END-PERFORM.
           IF WS-REPORT-DATE = 0
               MOVE WS-LAST-CYCLE-DATE TO WS-REPORT-DATE
           END-IF.

      *> The control file is written in time order, so its last
      *> record tells whether the last cycle is still open: a step
      *> record means it is, the cycle-end record (step 0) that it
      *> has finished or been closed off.
       310-FIND-LAST-CYCLE.
           MOVE 0 TO WS-LAST-CYCLE-DATE.
           MOVE 1 TO WS-CYCLE-CLOSED.
           MOVE SPACES TO WS-LAST-STEP-NAME.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CY-FILE-STATUS NOT = "35"
               PERFORM 311-READ-FOR-LAST-CYCLE UNTIL WS-EOF = 1
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       311-READ-FOR-LAST-CYCLE.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE CY-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
                   IF CY-STEP-NUMBER = 0
                       MOVE 1 TO WS-CYCLE-CLOSED
                   ELSE
                       MOVE 0 TO WS-CYCLE-CLOSED
                       MOVE CY-STEP-NAME TO WS-LAST-STEP-NAME
                   END-IF
           END-READ.

       300-REPORT-CYCLE-STATUS.
           PERFORM 310-FIND-LAST-CYCLE.
           PERFORM 230-ACCEPT-BUSINESS-DATE.
           PERFORM 320-COLLECT-STEP-STATUS.
           PERFORM 325-SET-CYCLE-STATE.
           MOVE WS-REPORT-DATE TO WS-H2-BUSINESS-DATE.
           MOVE WS-OPERATOR-ID TO WS-H2-OPERATOR-ID.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-STEP-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > WS-STEP-COUNT
               IF WS-CYC-STEP-NAME (WS-CYCLE-IDX) NOT = SPACES
                   PERFORM 330-PRINT-STEP-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           PERFORM 340-PRINT-RESTART-POINT.
           IF WS-EVENT-COUNT > 0
               PERFORM 350-PRINT-EVENT-HISTORY
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Report written to BatchCycleReport.txt.".

       320-COLLECT-STEP-STATUS.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE SPACE TO WS-CYCLE-END-EVENT.
           MOVE SPACES TO WS-CYCLE-END-OPERATOR.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CY-FILE-STATUS NOT = "35"
               PERFORM 321-READ-FOR-STEP-STATUS UNTIL WS-EOF = 1
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

      *> A step's line shows its last attempt: the start of that run
      *> and, once it ended, the end time and counts it recorded.
       321-READ-FOR-STEP-STATUS.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CY-BUSINESS-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-EVENT-COUNT
                       IF CY-STEP-NUMBER = 0
                           MOVE CY-EVENT TO WS-CYCLE-END-EVENT
                           MOVE CY-OPERATOR-ID
                               TO WS-CYCLE-END-OPERATOR
                       ELSE
                           PERFORM 322-APPLY-STEP-EVENT
                       END-IF
                   END-IF
           END-READ.

       322-APPLY-STEP-EVENT.
           SET WS-CYCLE-IDX TO CY-STEP-NUMBER.
           MOVE CY-EVENT TO WS-CYC-LAST-EVENT (WS-CYCLE-IDX).
           IF CY-EVENT = "S"
               ADD 1 TO WS-CYC-RUNS (WS-CYCLE-IDX)
               MOVE CY-EVENT-TIME TO WS-CYC-START-TIME (WS-CYCLE-IDX)
               MOVE 0 TO WS-CYC-END-TIME (WS-CYCLE-IDX)
               MOVE 0 TO WS-CYC-READ-COUNT (WS-CYCLE-IDX)
               MOVE 0 TO WS-CYC-WRITTEN-COUNT (WS-CYCLE-IDX)
               MOVE 0 TO WS-CYC-ERROR-COUNT (WS-CYCLE-IDX)
           ELSE
               MOVE CY-EVENT-TIME TO WS-CYC-END-TIME (WS-CYCLE-IDX)
               MOVE CY-READ-COUNT TO WS-CYC-READ-COUNT (WS-CYCLE-IDX)
               MOVE CY-WRITTEN-COUNT
                   TO WS-CYC-WRITTEN-COUNT (WS-CYCLE-IDX)
               MOVE CY-ERROR-COUNT TO WS-CYC-ERROR-COUNT (WS-CYCLE-IDX)
           END-IF.

       325-SET-CYCLE-STATE.
           EVALUATE TRUE
               WHEN WS-EVENT-COUNT = 0
                   MOVE "NOT STARTED" TO WS-H2-CYCLE-STATE
               WHEN WS-CYCLE-END-EVENT = "C"
                   MOVE "COMPLETE" TO WS-H2-CYCLE-STATE
               WHEN WS-CYCLE-END-EVENT = "R"
                   MOVE "CLOSED OFF UNFINISHED" TO WS-H2-CYCLE-STATE
               WHEN OTHER
                   MOVE "RUNNING - MASTER LOCKED" TO WS-H2-CYCLE-STATE
           END-EVALUATE.

       330-PRINT-STEP-LINE.
           MOVE SPACES TO WS-SL-START.
           MOVE SPACES TO WS-SL-END.
           SET WS-SL-STEP TO WS-CYCLE-IDX.
           MOVE WS-CYC-STEP-NAME (WS-CYCLE-IDX) TO WS-SL-PROGRAM.
           EVALUATE WS-CYC-LAST-EVENT (WS-CYCLE-IDX)
               WHEN "S" MOVE "NO END" TO WS-SL-STATUS
               WHEN "C" MOVE "COMPLETED" TO WS-SL-STATUS
               WHEN "F" MOVE "FAILED" TO WS-SL-STATUS
               WHEN OTHER MOVE "NOT RUN" TO WS-SL-STATUS
           END-EVALUATE.
           IF WS-CYC-RUNS (WS-CYCLE-IDX) > 0
               MOVE WS-CYC-START-TIME (WS-CYCLE-IDX) TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-SL-START-HH
               MOVE ":" TO WS-SL-START-COLON
               MOVE WS-TIME-MI TO WS-SL-START-MI
           END-IF.
           IF WS-CYC-LAST-EVENT (WS-CYCLE-IDX) = "C"
               OR WS-CYC-LAST-EVENT (WS-CYCLE-IDX) = "F"
               MOVE WS-CYC-END-TIME (WS-CYCLE-IDX) TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-SL-END-HH
               MOVE ":" TO WS-SL-END-COLON
               MOVE WS-TIME-MI TO WS-SL-END-MI
           END-IF.
           MOVE WS-CYC-READ-COUNT (WS-CYCLE-IDX) TO WS-SL-READ.
           MOVE WS-CYC-WRITTEN-COUNT (WS-CYCLE-IDX) TO WS-SL-WRITTEN.
           MOVE WS-CYC-ERROR-COUNT (WS-CYCLE-IDX) TO WS-SL-ERRORS.
           MOVE WS-CYC-RUNS (WS-CYCLE-IDX) TO WS-SL-RUNS.
           MOVE WS-STEP-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

      *> The restart point is the first step, in cycle order, that
      *> has not completed; rerunning it picks the cycle up again.
       340-PRINT-RESTART-POINT.
           MOVE 0 TO WS-RESTART-STEP.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > WS-STEP-COUNT
                      OR WS-RESTART-STEP > 0
               IF WS-CYC-STEP-NAME (WS-CYCLE-IDX) NOT = SPACES
                   AND WS-CYC-LAST-EVENT (WS-CYCLE-IDX) NOT = "C"
                   SET WS-RESTART-STEP TO WS-CYCLE-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CYCLE-END-EVENT = "C"
                   MOVE "CYCLE COMPLETE - ALL STEPS RAN." TO
                       WS-PRINT-LINE
                   PERFORM 344-WRITE-REPORT-LINE
               WHEN WS-CYCLE-END-EVENT = "R"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "CYCLE CLOSED OFF BY OPERATOR "
                           DELIMITED BY SIZE
                       WS-CYCLE-END-OPERATOR DELIMITED BY SIZE
                       "; STEPS NOT COMPLETED WERE NOT RUN."
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 344-WRITE-REPORT-LINE
               WHEN WS-RESTART-STEP > 0
                   MOVE WS-RESTART-STEP TO WS-RL-STEP
                   MOVE WS-CYC-STEP-NAME (WS-RESTART-STEP)
                       TO WS-RL-PROGRAM
                   MOVE WS-CYC-DESCRIPTION (WS-RESTART-STEP)
                       TO WS-RL-DESCRIPTION
                   MOVE WS-RESTART-LINE TO WS-PRINT-LINE
                   PERFORM 344-WRITE-REPORT-LINE
                   DISPLAY "Restart at step " WS-RESTART-STEP " "
                       WS-CYC-STEP-NAME (WS-RESTART-STEP)
           END-EVALUATE.
           DISPLAY "Cycle " WS-REPORT-DATE ": " WS-H2-CYCLE-STATE.

       350-PRINT-EVENT-HISTORY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE "STEP EVENTS IN THE ORDER RECORDED" TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE WS-EVENT-HEADING TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CYCLE-CONTROL-FILE.
           PERFORM 351-READ-FOR-EVENT-LINE UNTIL WS-EOF = 1.
           CLOSE CYCLE-CONTROL-FILE.
           MOVE 0 TO WS-EOF.

       351-READ-FOR-EVENT-LINE.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CY-BUSINESS-DATE = WS-REPORT-DATE
                       PERFORM 352-PRINT-EVENT-LINE
                   END-IF
           END-READ.

       352-PRINT-EVENT-LINE.
           MOVE CY-EVENT-DATE TO WS-EL-DATE.
           MOVE CY-EVENT-HH TO WS-EL-HH.
           MOVE CY-EVENT-MI TO WS-EL-MI.
           MOVE CY-EVENT-SS TO WS-EL-SS.
           MOVE CY-STEP-NAME TO WS-EL-PROGRAM.
           EVALUATE TRUE
               WHEN CY-STEP-NUMBER = 0 AND CY-EVENT = "R"
                   MOVE "CLOSED OFF" TO WS-EL-EVENT
               WHEN CY-STEP-NUMBER = 0
                   MOVE "CYCLE END" TO WS-EL-EVENT
               WHEN CY-EVENT = "S"
                   MOVE "STARTED" TO WS-EL-EVENT
               WHEN CY-EVENT = "C"
                   MOVE "COMPLETED" TO WS-EL-EVENT
               WHEN OTHER
                   MOVE "FAILED" TO WS-EL-EVENT
           END-EVALUATE.
           MOVE CY-READ-COUNT TO WS-EL-READ.
           MOVE CY-WRITTEN-COUNT TO WS-EL-WRITTEN.
           MOVE CY-ERROR-COUNT TO WS-EL-ERRORS.
           MOVE CY-OPERATOR-ID TO WS-EL-OPERATOR.
           MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
           PERFORM 344-WRITE-REPORT-LINE.

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
           MOVE 0 TO WS-LINE-COUNT.

      *> A cycle that cannot be finished that night would leave the
      *> master locked; a senior operator can close it off, which
      *> releases the master and leaves the unfinished steps unrun
      *> for that business date.  The next cycle starts afresh.
       400-CLOSE-OFF-CYCLE.
           IF WS-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Operator " WS-OPERATOR-ID " is not "
                   "authorized to close off a batch cycle."
           ELSE
               PERFORM 310-FIND-LAST-CYCLE
               IF WS-CYCLE-CLOSED = 1
                   DISPLAY "No batch cycle is running."
               ELSE
                   DISPLAY "The batch cycle for " WS-LAST-CYCLE-DATE
                       " is still open; last step recorded: "
                       WS-LAST-STEP-NAME
                   DISPLAY "Close it off? Steps not completed will "
                       "not run for that date. (Y/N): "
                   ACCEPT WS-CONFIRM-REPLY
                   IF WS-CONFIRM-REPLY = "Y"
                       OR WS-CONFIRM-REPLY = "y"
                       PERFORM 410-WRITE-CLOSE-OFF-RECORD
                       DISPLAY "Cycle closed off. The employee master "
                           "is released for update."
                   ELSE
                       DISPLAY "Cycle left open."
                   END-IF
               END-IF
           END-IF.

       410-WRITE-CLOSE-OFF-RECORD.
           MOVE WS-LAST-CYCLE-DATE TO CY-BUSINESS-DATE.
           MOVE 0 TO CY-STEP-NUMBER.
           MOVE "CYCLE-END" TO CY-STEP-NAME.
           MOVE "R" TO CY-EVENT.
           ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-EVENT-TIME FROM TIME.
           MOVE 0 TO CY-READ-COUNT.
           MOVE 0 TO CY-WRITTEN-COUNT.
           MOVE 0 TO CY-ERROR-COUNT.
           MOVE WS-OPERATOR-ID TO CY-OPERATOR-ID.
           OPEN EXTEND CYCLE-CONTROL-FILE.        *> Append to the cycle control if it exists.
           IF WS-CY-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL-FILE     *> First run: create the cycle control.
           END-IF.
           WRITE CY-CYCLE-RECORD.
           CLOSE CYCLE-CONTROL-FILE.

       END PROGRAM BATCH-CYCLE-RPT.
