      *                    retained entry) and rewritten in place
      *                    with the final totals once the split
      *                    has counted them.
      * 15/10/2026 MAINT   The audit record grows from 72 to 84
      *                    bytes for AUDIT-APPROVER (see
      *                    AUDIT.CPY); the archive and replacement
      *                    trail records and the carry-record
      *                    working image are widened to match, so
      *                    both outputs still carry every entry
      *                    byte for byte.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-RECORD.

       01 ARCHIVE-RECORD PIC X(84).

       FD NEWLOG-FILE
           DATA RECORD IS NEWLOG-RECORD.

       01 NEWLOG-RECORD PIC X(84).

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
           05 WS-CB-REINSTATES PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CB-ACTION PIC X(1).
           05 FILLER PIC X(21) VALUE SPACES.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
