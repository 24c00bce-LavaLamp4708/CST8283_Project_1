           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-INDEX-FILE
           ASSIGN TO "AuditArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AL-RAW-RECORD PIC X(182).

       FD ARCHIVE-FILE.
       01 AR-RAW-RECORD PIC X(182).

       FD ARCHIVE-INDEX-FILE.
       01 AX-INDEX-RECORD.
           05 AX-GENERATION-NAME PIC X(40).
           05 AX-CUTOVER-DATE PIC 9(8).
           05 AX-ENTRY-COUNT PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC 9(1) VALUE 0.                *> Indicator for End-Of-File.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES. *> File status for AUDIT-LOG-FILE.
       01 WS-ARCHIVE-FILE-STATUS PIC XX VALUE SPACES. *> File status for ARCHIVE-FILE.
       01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES. *> Archive generation assigned at run time.
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES. *> File status for ARCHIVE-INDEX-FILE.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.           *> Run date, used to date the archive name.
       01 WS-CUTOVER-COUNT PIC 9(7) VALUE 0.      *> Entries copied from the current log.
       01 WS-VERIFY-COUNT PIC 9(7) VALUE 0.       *> Entries re-read from the written archive.
           DISPLAY "Entries in archive: " WS-VERIFY-COUNT.
           IF WS-CUTOVER-COUNT = WS-VERIFY-COUNT
               PERFORM 510-START-FRESH-LOG
               PERFORM 520-RECORD-ARCHIVE-GENERATION
               DISPLAY "CUTOVER VERIFIED - CONTROL TOTALS MATCH."
               DISPLAY "A fresh current audit log has been started."
           ELSE
           OPEN OUTPUT AUDIT-LOG-FILE.
           CLOSE AUDIT-LOG-FILE.

      *> Each verified generation is listed, oldest first, so the
      *> programs that replay the whole trail can find every archive
      *> without the operator naming them one by one.
       520-RECORD-ARCHIVE-GENERATION.
           MOVE WS-ARCHIVE-FILE-NAME TO AX-GENERATION-NAME.
           MOVE WS-RUN-DATE TO AX-CUTOVER-DATE.
           MOVE WS-CUTOVER-COUNT TO AX-ENTRY-COUNT.
           OPEN EXTEND ARCHIVE-INDEX-FILE.        *> Append to the index if it exists.
           IF WS-INDEX-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-INDEX-FILE     *> First cutover: create the index.
           END-IF.
           WRITE AX-INDEX-RECORD.
           CLOSE ARCHIVE-INDEX-FILE.

       END PROGRAM AUDIT-LOG-ARCH.
