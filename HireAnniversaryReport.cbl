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
