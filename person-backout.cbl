      *****************************************************************
      * Program name:    PERSON-BACKOUT
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Takes one run's changes back out
      *                    of PEOPLE, CONTACTS, HSEHOLDS and HHMEMBS
      *                    from the change journal (see JOURNAL.CPY)
      *                    instead of restoring a whole backup
      *                    generation, which would also throw away
      *                    every good change made since. SYSIN names
      *                    the run by the job name and the run date
      *                    and time on its run-control record (see
      *                    RUNCTL.CPY); every journal record under
      *                    that tag is reversed, last change first,
      *                    by putting the before image back. A
      *                    record is only touched while it still
      *                    matches what the run left behind: one
      *                    that has been changed, removed or re-
      *                    added since is listed NOT REVERSED on the
      *                    BACKRPT report and left exactly as it
      *                    is, for someone to look at. Reversals on
      *                    PEOPLE go on the audit trail under the
      *                    operator PERSBACK, and every reversal is
      *                    itself journalled under PERSBACK and this
      *                    run's start time, so a backout can be
      *                    backed out the same way. Run it a second
      *                    time by mistake and every entry simply
      *                    comes back NOT REVERSED. Appends a
      *                    run-control record for OPS-REPORT.
      * 15/10/2026 MAINT   A reversed PEOPLE change that puts a
      *                    different name back is filed on the name
      *                    history (see NAMEHIST.CPY) with reason B,
      *                    so the history still runs unbroken to
      *                    the name the person now carries.
      * 15/10/2026 MAINT   Journal images are now 130 bytes, the
      *                    size of the structured contact record
      *                    (see CONTACT.CPY and JOURNAL.CPY); the
      *                    working images follow.
      * 15/10/2026 MAINT   GUARDNS (see GUARDIAN.CPY) joins the files
      *                    a run can be backed out of: GUARDIAN-MAINT
      *                    journals every link it adds, changes or
      *                    ends.
      * 15/10/2026 MAINT   NAMEHST joins them: PERSON-PURGE journals
      *                    the name-history rows it removes, so
      *                    backing out a purge puts them back with
      *                    the person.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERSON-BACKOUT.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-MAINT, so PERSBACK.jcl's
      *    DD statements connect when run as a batch step.
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO NAMEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT CONTACT-FILE ASSIGN TO CONTACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-PERSON-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO HSEHOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT HHMEMB-FILE ASSIGN TO HHMEMBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHMEMB-PERSON-ID
               ALTERNATE RECORD KEY IS HHMEMB-HH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HHMEMB-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO GUARDNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUARD-KEY
               ALTERNATE RECORD KEY IS GUARD-GUARDIAN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO BACKRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       FD CONTACT-FILE
           DATA RECORD IS CONTACT-RECORD.

           COPY CONTACT.

       FD HOUSEHOLD-FILE
           DATA RECORD IS HOUSEHOLD-RECORD.

           COPY HSEHOLD.

       FD HHMEMB-FILE
           DATA RECORD IS HHMEMB-RECORD.

           COPY HHMEMB.

       FD GUARDIAN-FILE
           DATA RECORD IS GUARD-RECORD.

           COPY GUARDIAN.

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.

           COPY AUDIT.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-NAMEHIST-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-HHMEMB-STATUS PIC X(2).
       01 WS-GUARDIAN-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE 'PERSBACK'.
       01 WS-PEOPLE-OK PIC X(1) VALUE 'N'.
       01 WS-CONTACTS-OK PIC X(1) VALUE 'N'.
       01 WS-HSEHOLDS-OK PIC X(1) VALUE 'N'.
       01 WS-HHMEMBS-OK PIC X(1) VALUE 'N'.
       01 WS-GUARDNS-OK PIC X(1) VALUE 'N'.
       01 WS-FILE-OK PIC X(1).
       01 WS-ON-FILE PIC X(1).
       01 WS-IO-OK PIC X(1).
       01 WS-REVERSED PIC X(1).
       01 WS-PUT-VERB PIC X(1).
       01 WS-RESULT PIC X(40).
       01 WS-AUDIT-ACTION PIC X(1).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-OLD-NAME PIC X(20).
       01 WS-TARGET-JOB PIC X(8).
       01 WS-TARGET-DATE PIC X(8).
       01 WS-TARGET-TIME PIC X(6).
       01 WS-HIGH-SEQ PIC 9(7) VALUE ZERO.
       01 WS-BACK-SEQ PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVERSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONFLICT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-TIMESTAMP PIC X(21).
      *    Working copy of the journal entry being reversed: the
      *    backout writes journal records of its own, so the entry
      *    cannot stay in the journal record area.
       01 WS-ENTRY.
           05 WS-ENTRY-KEY PIC X(29).
           05 FILLER PIC X(2).
           05 WS-ENTRY-FILE PIC X(8).
           05 FILLER PIC X(2).
           05 WS-ENTRY-ACTION PIC X(1).
           05 FILLER PIC X(2).
           05 WS-ENTRY-REC-KEY PIC X(7).
           05 FILLER PIC X(2).
           05 WS-ENTRY-OPERATOR PIC X(10).
           05 FILLER PIC X(2).
           05 WS-ENTRY-STAMP PIC X(14).
           05 FILLER PIC X(2).
           05 WS-ENTRY-BEFORE PIC X(130).
           05 FILLER PIC X(2).
           05 WS-ENTRY-AFTER PIC X(130).
           05 FILLER PIC X(17).
       01 WS-KEY-IMAGE PIC X(130).
       01 WS-CURRENT-IMAGE PIC X(130).
       01 WS-NEW-IMAGE PIC X(130).
       01 WS-DOB-FIELDS.
           05 WS-DOB-YYYY PIC 9(4).
           05 WS-DOB-MMDD PIC 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
       01 WS-CURRENT-MMDD-X REDEFINES WS-CURRENT-DATE.
           05 FILLER PIC X(4).
           05 WS-CURRENT-MM PIC X(2).
           05 WS-CURRENT-DD PIC X(2).
       01 WS-DERIVED-AGE PIC S9(4).
       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE 'RUN BACKOUT REPORT'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-MODE-LINE.
           05 FILLER PIC X(6) VALUE 'MODE: '.
           05 WS-MODE-TEXT PIC X(50).
       01 WS-HEADING-2 PIC X(78) VALUE
           '    SEQ  FILE      ACTION  KEY      RESULT'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-ENTRY-LINE.
           05 WS-LINE-SEQ PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINE-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINE-ACTION PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINE-KEY PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LINE-RESULT PIC X(40).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    The run to back out is named the way OPS-REPORT lists
      *    it: job name, run date (YYYYMMDD) and run time (HHMMSS),
      *    one per SYSIN line. A tag that is not well formed stops
      *    the run before anything is opened.
           DISPLAY 'Job name of the run to back out: '.
           ACCEPT WS-TARGET-JOB.
           DISPLAY 'Run date of that run (YYYYMMDD): '.
           ACCEPT WS-TARGET-DATE.
           DISPLAY 'Run time of that run (HHMMSS): '.
           ACCEPT WS-TARGET-TIME.
           IF WS-TARGET-JOB = SPACES
                   OR WS-TARGET-DATE IS NOT NUMERIC
                   OR WS-TARGET-TIME IS NOT NUMERIC
               DISPLAY 'INVALID RUN TAG - BACKOUT NOT RUN'
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MODE-TEXT.
           STRING 'BACKOUT OF ' DELIMITED BY SIZE
                  WS-TARGET-JOB DELIMITED BY SPACE
                  ' RUN ' DELIMITED BY SIZE
                  WS-TARGET-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TARGET-TIME DELIMITED BY SIZE
               INTO WS-MODE-TEXT.

           PERFORM OPEN-JOURNAL.

           PERFORM OPEN-MASTER-FILES.

      *    Name history is kept for good; same create-if-missing
      *    rule as PERSON-MAINT.
           OPEN I-O NAME-HISTORY-FILE.
           IF WS-NAMEHIST-STATUS = '35'
               OPEN OUTPUT NAME-HISTORY-FILE
               CLOSE NAME-HISTORY-FILE
               OPEN I-O NAME-HISTORY-FILE
           END-IF.
           IF WS-NAMEHIST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN NAMEHST - STATUS '
                   WS-NAMEHIST-STATUS
               STOP RUN
           END-IF.

      *    Audit log is append-only; a missing file is created fresh
      *    only on status 35 (not found), same as FILE-EXAMPLE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM FORMAT-RUN-DATE.

           PERFORM FIND-RUN-ENTRIES.

      *    Last change first: a record touched twice in the run
      *    only matches its second after image, so the second
      *    change has to come off before the first can.
           MOVE WS-HIGH-SEQ TO WS-BACK-SEQ.
           PERFORM UNTIL WS-BACK-SEQ = 0
               PERFORM REVERSE-JOURNAL-ENTRY
               SUBTRACT 1 FROM WS-BACK-SEQ
           END-PERFORM.

           PERFORM PRINT-TOTALS.

           CLOSE JOURNAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           CLOSE NAME-HISTORY-FILE.
           IF WS-PEOPLE-OK = 'Y'
               CLOSE PERSON
           END-IF.
           IF WS-CONTACTS-OK = 'Y'
               CLOSE CONTACT-FILE
           END-IF.
           IF WS-HSEHOLDS-OK = 'Y'
               CLOSE HOUSEHOLD-FILE
           END-IF.
           IF WS-HHMEMBS-OK = 'Y'
               CLOSE HHMEMB-FILE
           END-IF.
           IF WS-GUARDNS-OK = 'Y'
               CLOSE GUARDIAN-FILE
           END-IF.

           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'BACKOUT COMPLETE - JOURNAL ENTRIES: '
               WS-ENTRY-COUNT.
           DISPLAY 'REVERSED: ' WS-REVERSED-COUNT.
           DISPLAY 'NOT REVERSED: ' WS-CONFLICT-COUNT.

           STOP RUN.

      *    The five files a run can have changed. Status 35 on any
      *    of them means that file is not in use here (households
      *    are optional, as in PERSON-MERGE): its entries come
      *    back NOT REVERSED rather than stopping the backout of
      *    the others. Any other failure stops the run.
       OPEN-MASTER-FILES.
           OPEN I-O PERSON.
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PEOPLE-OK
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                       WS-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-CONTACTS-OK
           ELSE
               IF WS-CONTACT-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN CONTACTS - STATUS '
                       WS-CONTACT-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = '00'
               MOVE 'Y' TO WS-HSEHOLDS-OK
           ELSE
               IF WS-HOUSEHOLD-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN HSEHOLDS - STATUS '
                       WS-HOUSEHOLD-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O HHMEMB-FILE.
           IF WS-HHMEMB-STATUS = '00'
               MOVE 'Y' TO WS-HHMEMBS-OK
           ELSE
               IF WS-HHMEMB-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN HHMEMBS - STATUS '
                       WS-HHMEMB-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDNS-OK
           ELSE
               IF WS-GUARDIAN-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN GUARDNS - STATUS '
                       WS-GUARDIAN-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *    Positions on the run's first entry and reads forward
      *    while the tag still matches, keeping the count and the
      *    highest sequence number. Nothing is changed on this
      *    pass, so the journal records the backout writes later
      *    cannot get mixed into it.
       FIND-RUN-ENTRIES.
           MOVE WS-TARGET-JOB TO JRNL-JOB.
           MOVE WS-TARGET-DATE TO JRNL-RUN-DATE.
           MOVE WS-TARGET-TIME TO JRNL-RUN-TIME.
           MOVE ZERO TO JRNL-SEQ.
           MOVE 'N' TO WS-EOF.
           START JOURNAL-FILE KEY IS GREATER THAN JRNL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JRNL-JOB = WS-TARGET-JOB
                               AND JRNL-RUN-DATE = WS-TARGET-DATE
                               AND JRNL-RUN-TIME = WS-TARGET-TIME
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE JRNL-SEQ TO WS-HIGH-SEQ
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENTRY-COUNT = 0
               DISPLAY 'NO JOURNAL ENTRIES FOR THAT RUN'
           END-IF.

      *    Fetches one entry by its full key and reverses it. A
      *    sequence number with no entry (a journal write that
      *    failed during the run) is passed over; it was never
      *    counted.
       REVERSE-JOURNAL-ENTRY.
           MOVE WS-TARGET-JOB TO JRNL-JOB.
           MOVE WS-TARGET-DATE TO JRNL-RUN-DATE.
           MOVE WS-TARGET-TIME TO JRNL-RUN-TIME.
           MOVE WS-BACK-SEQ TO JRNL-SEQ.
           READ JOURNAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JRNL-RECORD TO WS-ENTRY
                   PERFORM REVERSE-ENTRY
                   IF WS-REVERSED = 'Y'
                       ADD 1 TO WS-REVERSED-COUNT
                   ELSE
                       ADD 1 TO WS-CONFLICT-COUNT
                   END-IF
                   PERFORM PRINT-ENTRY-LINE
           END-READ.

      *    The record is looked up by the key at the front of its
      *    image -- every one of the six layouts leads with its
      *    key -- and only put back while it still stands exactly
      *    as this run left it:
      *      A - still matches the after image: removed
      *      C - still matches the after image: before image
      *          rewritten
      *      D - still absent: before image written back
       REVERSE-ENTRY.
           MOVE 'N' TO WS-REVERSED.
           MOVE SPACES TO WS-RESULT.
           PERFORM CHECK-FILE-AVAILABLE.
           IF WS-FILE-OK NOT = 'Y'
               MOVE 'NOT REVERSED - FILE NOT AVAILABLE' TO WS-RESULT
           ELSE
               IF WS-ENTRY-ACTION = 'D'
                   MOVE WS-ENTRY-BEFORE TO WS-KEY-IMAGE
               ELSE
                   MOVE WS-ENTRY-AFTER TO WS-KEY-IMAGE
               END-IF
               PERFORM FETCH-CURRENT-RECORD
               EVALUATE WS-ENTRY-ACTION
                   WHEN 'A'
                   WHEN 'C'
                       IF WS-ON-FILE = 'N'
                           MOVE 'NOT REVERSED - NO LONGER ON FILE'
                               TO WS-RESULT
                       ELSE
                           IF WS-CURRENT-IMAGE NOT = WS-ENTRY-AFTER
                               MOVE 'NOT REVERSED - CHANGED SINCE'
                                   TO WS-RESULT
                           ELSE
                               PERFORM PUT-BACK-ENTRY
                           END-IF
                       END-IF
                   WHEN 'D'
                       IF WS-ON-FILE = 'Y'
                           MOVE 'NOT REVERSED - RE-ADDED SINCE'
                               TO WS-RESULT
                       ELSE
                           PERFORM PUT-BACK-ENTRY
                       END-IF
                   WHEN OTHER
                       MOVE 'NOT REVERSED - UNKNOWN ACTION'
                           TO WS-RESULT
               END-EVALUATE
           END-IF.

       CHECK-FILE-AVAILABLE.
           EVALUATE WS-ENTRY-FILE
               WHEN 'PEOPLE'
                   MOVE WS-PEOPLE-OK TO WS-FILE-OK
               WHEN 'CONTACTS'
                   MOVE WS-CONTACTS-OK TO WS-FILE-OK
               WHEN 'HSEHOLDS'
                   MOVE WS-HSEHOLDS-OK TO WS-FILE-OK
               WHEN 'HHMEMBS'
                   MOVE WS-HHMEMBS-OK TO WS-FILE-OK
               WHEN 'GUARDNS'
                   MOVE WS-GUARDNS-OK TO WS-FILE-OK
               WHEN 'NAMEHST'
                   MOVE 'Y' TO WS-FILE-OK
               WHEN OTHER
                   MOVE 'N' TO WS-FILE-OK
           END-EVALUATE.

      *    Keyed READ of the record named by WS-KEY-IMAGE. On file,
      *    the record is copied to WS-CURRENT-IMAGE, space filled
      *    to the width of the journal images so the comparison
      *    with the after image is like for like.
       FETCH-CURRENT-RECORD.
           MOVE 'N' TO WS-ON-FILE.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           EVALUATE WS-ENTRY-FILE
               WHEN 'PEOPLE'
                   MOVE WS-KEY-IMAGE TO PERSON-RECORD
                   READ PERSON
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE PERSON-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 'CONTACTS'
                   MOVE WS-KEY-IMAGE TO CONTACT-RECORD
                   READ CONTACT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE CONTACT-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 'HSEHOLDS'
                   MOVE WS-KEY-IMAGE TO HOUSEHOLD-RECORD
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE HOUSEHOLD-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 'HHMEMBS'
                   MOVE WS-KEY-IMAGE TO HHMEMB-RECORD
                   READ HHMEMB-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE HHMEMB-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 'GUARDNS'
                   MOVE WS-KEY-IMAGE TO GUARD-RECORD
                   READ GUARDIAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE GUARD-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 'NAMEHST'
                   MOVE WS-KEY-IMAGE TO NAMEH-RECORD
                   READ NAME-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-FILE
                           MOVE NAMEH-RECORD TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

      *    Undoes the entry: an add is removed (D), a change has
      *    its before image rewritten (R), a removal has its
      *    before image written back (W). A completed reversal is
      *    audited when it is on PEOPLE and journalled under this
      *    run's own tag.
       PUT-BACK-ENTRY.
           EVALUATE WS-ENTRY-ACTION
               WHEN 'A'
                   MOVE 'D' TO WS-PUT-VERB
                   MOVE SPACES TO WS-NEW-IMAGE
                   MOVE 'REVERSED - RECORD REMOVED' TO WS-RESULT
               WHEN 'C'
                   MOVE 'R' TO WS-PUT-VERB
                   MOVE WS-ENTRY-BEFORE TO WS-NEW-IMAGE
                   MOVE 'REVERSED - BEFORE IMAGE RESTORED'
                       TO WS-RESULT
               WHEN 'D'
                   MOVE 'W' TO WS-PUT-VERB
                   MOVE WS-ENTRY-BEFORE TO WS-NEW-IMAGE
                   MOVE 'REVERSED - RECORD PUT BACK' TO WS-RESULT
           END-EVALUATE.
           EVALUATE WS-ENTRY-FILE
               WHEN 'PEOPLE'
                   PERFORM PUT-BACK-PERSON
               WHEN 'CONTACTS'
                   PERFORM PUT-BACK-CONTACT
               WHEN 'HSEHOLDS'
                   PERFORM PUT-BACK-HOUSEHOLD
               WHEN 'HHMEMBS'
                   PERFORM PUT-BACK-HHMEMB
               WHEN 'GUARDNS'
                   PERFORM PUT-BACK-GUARDIAN
               WHEN 'NAMEHST'
                   PERFORM PUT-BACK-NAME-HISTORY
           END-EVALUATE.
           IF WS-IO-OK = 'Y'
               MOVE 'Y' TO WS-REVERSED
               IF WS-ENTRY-FILE = 'PEOPLE'
                   PERFORM AUDIT-PERSON-REVERSAL
               END-IF
               PERFORM JOURNAL-REVERSAL
               IF WS-ENTRY-FILE = 'PEOPLE' AND WS-ENTRY-ACTION = 'C'
                   PERFORM FILE-RESTORED-NAME
               END-IF
           ELSE
               MOVE 'NOT REVERSED - UPDATE FAILED' TO WS-RESULT
           END-IF.

      *    For D and R the record area still holds the record the
      *    fetch read, so the key is already in place.
       PUT-BACK-PERSON.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE PERSON RECORD
                       INVALID KEY
                           DISPLAY 'PERSON DELETE FAILED - STATUS '
                               WS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO PERSON-RECORD
                   REWRITE PERSON-RECORD
                       INVALID KEY
                           DISPLAY 'PERSON REWRITE FAILED - STATUS '
                               WS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO PERSON-RECORD
                   WRITE PERSON-RECORD
                       INVALID KEY
                           DISPLAY 'PERSON WRITE FAILED - STATUS '
                               WS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

       PUT-BACK-CONTACT.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE CONTACT-FILE RECORD
                       INVALID KEY
                           DISPLAY 'CONTACT DELETE FAILED - STATUS '
                               WS-CONTACT-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO CONTACT-RECORD
                   REWRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY 'CONTACT REWRITE FAILED - STATUS '
                               WS-CONTACT-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO CONTACT-RECORD
                   WRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY 'CONTACT WRITE FAILED - STATUS '
                               WS-CONTACT-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

       PUT-BACK-HOUSEHOLD.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE HOUSEHOLD-FILE RECORD
                       INVALID KEY
                           DISPLAY 'HOUSEHOLD DELETE FAILED - STATUS '
                               WS-HOUSEHOLD-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO HOUSEHOLD-RECORD
                   REWRITE HOUSEHOLD-RECORD
                       INVALID KEY
                           DISPLAY 'HOUSEHOLD REWRITE FAILED - '
                               'STATUS ' WS-HOUSEHOLD-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO HOUSEHOLD-RECORD
                   WRITE HOUSEHOLD-RECORD
                       INVALID KEY
                           DISPLAY 'HOUSEHOLD WRITE FAILED - STATUS '
                               WS-HOUSEHOLD-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

       PUT-BACK-HHMEMB.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE HHMEMB-FILE RECORD
                       INVALID KEY
                           DISPLAY 'MEMBERSHIP DELETE FAILED - '
                               'STATUS ' WS-HHMEMB-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO HHMEMB-RECORD
                   REWRITE HHMEMB-RECORD
                       INVALID KEY
                           DISPLAY 'MEMBERSHIP REWRITE FAILED - '
                               'STATUS ' WS-HHMEMB-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO HHMEMB-RECORD
                   WRITE HHMEMB-RECORD
                       INVALID KEY
                           DISPLAY 'MEMBERSHIP WRITE FAILED - '
                               'STATUS ' WS-HHMEMB-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

       PUT-BACK-GUARDIAN.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE GUARDIAN-FILE RECORD
                       INVALID KEY
                           DISPLAY 'GUARDIAN LINK DELETE FAILED - '
                               'STATUS ' WS-GUARDIAN-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO GUARD-RECORD
                   REWRITE GUARD-RECORD
                       INVALID KEY
                           DISPLAY 'GUARDIAN LINK REWRITE FAILED - '
                               'STATUS ' WS-GUARDIAN-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO GUARD-RECORD
                   WRITE GUARD-RECORD
                       INVALID KEY
                           DISPLAY 'GUARDIAN LINK WRITE FAILED - '
                               'STATUS ' WS-GUARDIAN-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

      *    Name history is always open here (it is created when
      *    missing), so a NAMEHST entry is never passed over.
       PUT-BACK-NAME-HISTORY.
           MOVE 'N' TO WS-IO-OK.
           EVALUATE WS-PUT-VERB
               WHEN 'D'
                   DELETE NAME-HISTORY-FILE RECORD
                       INVALID KEY
                           DISPLAY 'NAME HISTORY DELETE FAILED - '
                               'STATUS ' WS-NAMEHIST-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-IMAGE TO NAMEH-RECORD
                   REWRITE NAMEH-RECORD
                       INVALID KEY
                           DISPLAY 'NAME HISTORY REWRITE FAILED - '
                               'STATUS ' WS-NAMEHIST-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-REWRITE
               WHEN 'W'
                   MOVE WS-NEW-IMAGE TO NAMEH-RECORD
                   WRITE NAMEH-RECORD
                       INVALID KEY
                           DISPLAY 'NAME HISTORY WRITE FAILED - '
                               'STATUS ' WS-NAMEHIST-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IO-OK
                   END-WRITE
           END-EVALUATE.

      *    Keeps the audit trail's balance of adds, deletes and
      *    reinstates true to what is on PEOPLE after the backout:
      *    a removed add is audited as a delete; a record put
      *    back as a delete if it comes back inactive, otherwise
      *    as an add; a rewritten record as a reinstate when it
      *    goes from inactive back to active, as a delete when it
      *    goes the other way, otherwise as a change. The entry
      *    describes the record as it stands after the backout,
      *    or as it stood before it for a removal.
       AUDIT-PERSON-REVERSAL.
           MOVE WS-CURRENT-IMAGE TO PERSON-RECORD.
           MOVE PERSON-STATUS IN PERSON-RECORD TO WS-OLD-STATUS.
           EVALUATE WS-ENTRY-ACTION
               WHEN 'A'
                   MOVE 'D' TO WS-AUDIT-ACTION
               WHEN 'D'
                   MOVE WS-NEW-IMAGE TO PERSON-RECORD
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       MOVE 'C' TO WS-AUDIT-ACTION
                   ELSE
                       MOVE 'A' TO WS-AUDIT-ACTION
                   END-IF
               WHEN 'C'
                   MOVE WS-NEW-IMAGE TO PERSON-RECORD
                   MOVE 'C' TO WS-AUDIT-ACTION
                   IF WS-OLD-STATUS = 'I' AND
                           PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       MOVE 'R' TO WS-AUDIT-ACTION
                   END-IF
                   IF WS-OLD-STATUS NOT = 'I' AND
                           PERSON-STATUS IN PERSON-RECORD = 'I'
                       MOVE 'D' TO WS-AUDIT-ACTION
                   END-IF
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE PERSON_NAME IN PERSON-RECORD TO AUDIT-PERSON-NAME.
           MOVE PERSON-DOB IN PERSON-RECORD TO WS-DOB-FIELDS.
           PERFORM COMPUTE-AGE-FROM-DOB.
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO AUDIT-PERSON-ID.
           WRITE AUDIT-RECORD.

      *    A change backed out may put an earlier name back: the
      *    name it takes away is filed (see NAMEHIST.CPY) under
      *    reason B, the same as PERSON-MAINT files a rename.
       FILE-RESTORED-NAME.
           MOVE WS-CURRENT-IMAGE TO PERSON-RECORD.
           MOVE PERSON_NAME IN PERSON-RECORD TO WS-OLD-NAME.
           MOVE WS-NEW-IMAGE TO PERSON-RECORD.
           IF PERSON_NAME IN PERSON-RECORD NOT = WS-OLD-NAME
               MOVE SPACES TO NAMEH-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE PERSON-ID IN PERSON-RECORD TO NAMEH-PERSON-ID
               MOVE WS-TIMESTAMP(1:8) TO NAMEH-EFF-DATE
               MOVE WS-TIMESTAMP(9:8) TO NAMEH-EFF-TIME
               MOVE WS-OLD-NAME TO NAMEH-OLD-NAME
               MOVE PERSON_NAME IN PERSON-RECORD TO NAMEH-NEW-NAME
               MOVE 'B' TO NAMEH-REASON
               MOVE WS-OPERATOR-ID TO NAMEH-OPERATOR
               WRITE NAMEH-RECORD
                   INVALID KEY
                       DISPLAY 'NAME HISTORY WRITE FAILED - STATUS '
                           WS-NAMEHIST-STATUS ' - ID '
                           PERSON-ID IN PERSON-RECORD
               END-WRITE
           END-IF.

      *    The reversal is a change like any other and goes on the
      *    journal under this run's tag: the record as found
      *    before the backout and as the backout left it.
       JOURNAL-REVERSAL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-ENTRY-FILE TO JRNL-FILE.
           EVALUATE WS-ENTRY-ACTION
               WHEN 'A'
                   MOVE 'D' TO JRNL-ACTION
               WHEN 'C'
                   MOVE 'C' TO JRNL-ACTION
               WHEN 'D'
                   MOVE 'A' TO JRNL-ACTION
           END-EVALUATE.
           MOVE WS-ENTRY-REC-KEY TO JRNL-REC-KEY.
           MOVE WS-CURRENT-IMAGE TO JRNL-BEFORE.
           MOVE WS-NEW-IMAGE TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag this run's own
      *    journal records and run-control record carry. Created
      *    fresh only on status 35, in which case there is simply
      *    nothing to back out.
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
           MOVE 'PERSBACK' TO JRNL-JOB.
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

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD: every
      *    journal entry read was either reversed (applied) or
      *    left as it was (rejected). Anything not reversed, or a
      *    tag that found no entries at all, surfaces as WARN.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN EXTEND RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RUNCTL - STATUS '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'PERSBACK' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-ENTRY-COUNT TO RUNCTL-READ.
           MOVE WS-REVERSED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-CONFLICT-COUNT TO RUNCTL-REJECTED.
           MOVE ZERO TO RUNCTL-SKIPPED.
           IF WS-CONFLICT-COUNT = 0 AND WS-ENTRY-COUNT > 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    One line per journal entry, in the order reversed.
       PRINT-ENTRY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-BACK-SEQ TO WS-LINE-SEQ.
           MOVE WS-ENTRY-FILE TO WS-LINE-FILE.
           EVALUATE WS-ENTRY-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-LINE-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-LINE-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO WS-LINE-ACTION
               WHEN OTHER
                   MOVE WS-ENTRY-ACTION TO WS-LINE-ACTION
           END-EVALUATE.
           MOVE WS-ENTRY-REC-KEY TO WS-LINE-KEY.
           MOVE WS-RESULT TO WS-LINE-RESULT.
           MOVE WS-ENTRY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           MOVE WS-MODE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    An empty backout still gets a headed page, same as
      *    PERSON-LIST.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL ENTRIES:' TO WS-TOTAL-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REVERSED:' TO WS-TOTAL-LABEL.
           MOVE WS-REVERSED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOT REVERSED:' TO WS-TOTAL-LABEL.
           MOVE WS-CONFLICT-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Derives the age in WS-DERIVED-AGE from the birth date in
      *    WS-DOB-FIELDS as of the run date, same as FILE-EXAMPLE:
      *    the year difference, less one when this year's birthday
      *    has not yet arrived.
       COMPUTE-AGE-FROM-DOB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-DERIVED-AGE =
               WS-CURRENT-YYYY - WS-DOB-YYYY.
           IF WS-CURRENT-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-DERIVED-AGE
           END-IF.

      *    The run date is printed DD/MM/YYYY, the same way dates
      *    are written throughout this system's logs.
       FORMAT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-HEAD-DATE.
           STRING WS-CURRENT-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-YYYY DELIMITED BY SIZE
               INTO WS-HEAD-DATE.
