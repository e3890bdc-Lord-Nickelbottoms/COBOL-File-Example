      *                    morning OPS-REPORT, same as
      *                    PERSON-LOAD: contacts read, purged,
      *                    and left in place.
      * 15/10/2026 MAINT   Every orphan purged now also writes a
      *                    before-image record to the change
      *                    journal (see JOURNAL.CPY) under this
      *                    run's job name and start time, the same
      *                    tag now stamped on the run-control
      *                    record, so PERSON-BACKOUT can put a
      *                    wrongly purged run back.
      * 15/10/2026 MAINT   CONTACTS records are now 130 bytes (the
      *                    structured address, see CONTACT.CPY): the
      *                    archive record follows, and the report
      *                    gives each orphan's city, province and
      *                    postal code on a line of their own.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CARCHIVE-FILE
           DATA RECORD IS CARCHIVE-RECORD.

       01 CARCHIVE-RECORD PIC X(130).

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

           COPY RUNCTL.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CARCHIVE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE 'CONTSWP'.
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(130).
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-MODE PIC X(1).
       01 WS-CONTACT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ORPHAN-PHONE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ORPHAN-ADDRESS PIC X(30).
       01 WS-AREA-LINE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'AREA:  '.
           05 WS-AREA-CITY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AREA-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AREA-POSTAL-CODE PIC X(8).
       01 WS-EMERG-LINE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'EMERG: '.
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           PERFORM FORMAT-RUN-DATE.

           PERFORM READ-CONTACT.
           CLOSE PERSON.
           CLOSE CARCHIVE-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-RUN-CONTROL.

      *    DELETE removes the record the last READ delivered; the
      *    INVALID KEY phrase is not allowed on a sequential-
      *    access DELETE, so the outcome is tested through the
      *    file status instead. The record is kept aside before
      *    the DELETE for its journal before image.
       PURGE-ORPHAN.
           WRITE CARCHIVE-RECORD FROM CONTACT-RECORD.
           MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE.
           DELETE CONTACT-FILE RECORD.
           IF WS-CONTACT-STATUS = '00'
               ADD 1 TO WS-PURGED-COUNT
               MOVE SPACES TO JRNL-RECORD
               MOVE 'CONTACTS' TO JRNL-FILE
               MOVE 'D' TO JRNL-ACTION
               MOVE WS-BEFORE-IMAGE(1:7) TO JRNL-REC-KEY
               MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               DISPLAY 'PURGE FAILED - STATUS '
                   WS-CONTACT-STATUS ' - ID '
      *    for the morning OPS-REPORT, same as PERSON-LOAD: every
      *    contact read was either purged or left in place.
      *    Append-only, created fresh only on status 35. Orphans
      *    found but not purged surface as WARN. The date and time
      *    are the run's start, the tag its journal records carry.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'CONTSWP' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-CONTACT-COUNT TO RUNCTL-READ.
           MOVE WS-PURGED-COUNT TO RUNCTL-APPLIED.
           MOVE ZERO TO RUNCTL-REJECTED.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag every journal record
      *    and the run-control record carry. Created fresh only on
      *    status 35, the same drill as the run-control file.
       OPEN-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN JOURNAL - STATUS '
                   WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

      *    Writes one before/after image pair under this run's tag
      *    and the next sequence number. The caller has set
      *    JRNL-FILE, JRNL-ACTION, JRNL-REC-KEY and both images.
       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE 'CONTSWP' TO JRNL-JOB.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-CHANGE-STAMP.
           WRITE JRNL-RECORD
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED - STATUS '
                       WS-JOURNAL-STATUS
           END-WRITE.

      *    Three lines per orphan, the same shape as the roster's
      *    contact columns plus the rest of the address and the
      *    emergency-contact details, so the review has everything
      *    that would be lost to a purge.
       PRINT-ORPHAN.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE CONTACT-PERSON-ID TO WS-ORPHAN-ID.
           MOVE CONTACT-PHONE TO WS-ORPHAN-PHONE.
           MOVE CONTACT-STREET TO WS-ORPHAN-ADDRESS.
           MOVE WS-ORPHAN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE CONTACT-CITY TO WS-AREA-CITY.
           MOVE CONTACT-PROVINCE TO WS-AREA-PROVINCE.
           MOVE CONTACT-POSTAL-CODE TO WS-AREA-POSTAL-CODE.
           MOVE WS-AREA-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE CONTACT-EMERG-NAME TO WS-EMERG-NAME.
           MOVE CONTACT-EMERG-PHONE TO WS-EMERG-PHONE.
           IF WS-RUN-MODE = 'P'
           END-IF.
           MOVE WS-EMERG-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
