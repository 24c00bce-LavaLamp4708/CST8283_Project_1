           ALTERNATE RECORD KEY IS FS-DEPARTMENT-CODE WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

      *> The archived-employee file keeps the master's key structure
      *> and its record layout up to the position code, so a
      *> reference check can be answered with the same keyed
      *> lookups.  A long-terminated employee's reporting line is
      *> not carried into the archive.
           SELECT ARCHIVED-EMPLOYEE-FILE
           ASSIGN TO "ArchivedEmployee.txt"
           ORGANIZATION IS INDEXED
           05 FS-EMPLOYMENT-STATUS PIC X(1).
           05 FS-STATUS-DATE PIC 9(8).
           05 FS-POSITION-CODE PIC 9(4).
           05 FS-SUPERVISOR-ID PIC 9(6).

       FD ARCHIVED-EMPLOYEE-FILE.
       01 AR-EMPLOYEE-RECORD.
