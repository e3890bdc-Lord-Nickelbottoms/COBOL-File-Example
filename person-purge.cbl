      *****************************************************************
      * Program name:    PERSON-PURGE
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Retention purge: deletes on
      *                    PEOPLE are logical (PERSON-STATUS 'I'),
      *                    so a deleted person's records stayed on
      *                    PEOPLE, CONTACTS and HHMEMBS for good.
      *                    This pass finds every person whose last
      *                    delete on the audit trail falls before a
      *                    cutoff date and who is still inactive,
      *                    writes their PEOPLE record, their
      *                    CONTACTS record and their HHMEMBS
      *                    household link to the permanent
      *                    retention archive (see RETAIN.CPY), and
      *                    then physically removes them from all
      *                    three files. The delete date comes from
      *                    the audit trail: PERSPURG.jcl sorts the
      *                    delete and reinstate entries of the live
      *                    trail and every AUDARCH archive
      *                    generation into person-id and timestamp
      *                    order, so the last entry for each id
      *                    says whether and when that person was
      *                    last deleted; a later reinstate stops
      *                    the clock. The cutoff comes through
      *                    SYSIN as a YYYYMMDD date; anything
      *                    non-numeric takes the default, seven
      *                    years before the run date. A person is
      *                    held, and listed as held, while anything
      *                    still points at them: the head of a
      *                    household (the household would be left
      *                    headless), either end of a guardian link
      *                    (see GUARDIAN.CPY -- the link must be
      *                    ended through GUARDIAN-MAINT first), or
      *                    a merge survivor (a merged-away name
      *                    filed under their id on the name history)
      *                    named on an approval still pending.
      *                    Every removal is journalled (see
      *                    JOURNAL.CPY), so PERSON-BACKOUT can put
      *                    a purge run back, and every person
      *                    purged goes on the audit trail as action
      *                    'P'. The PURGRPT purge certificate lists
      *                    every id examined with what happened to
      *                    it, the control totals and the run tag;
      *                    a run-control record is appended for
      *                    OPS-REPORT.
      * 15/10/2026 MAINT   A purged person's name-history rows (see
      *                    NAMEHIST.CPY) now go to the retention
      *                    archive as record type N and are removed
      *                    and journalled with the rest, so nothing
      *                    is left on NAMEHST under an id that is no
      *                    longer on PEOPLE; PERSON-BACKOUT puts
      *                    them back with the person. NAMEHST is
      *                    opened for update.
      * 15/10/2026 MAINT   Anyone named on an approval still pending
      *                    (see PENDING.CPY), as the person or as a
      *                    merge's duplicate, is now held whatever
      *                    the approval is for: approving it would
      *                    otherwise find the person gone. This
      *                    takes the place of the merge survivor
      *                    hold, which it covers.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERSON-PURGE.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-BACKOUT, so
      *    PERSPURG.jcl's DD statements connect when run as a batch
      *    step.
           SELECT AUDSORT-FILE ASSIGN TO AUDSORT
               FILE STATUS IS WS-AUDSORT-STATUS.

           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT NAME-HISTORY-FILE ASSIGN TO NAMEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT PENDING-FILE ASSIGN TO PENDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT RETAIN-FILE ASSIGN TO RETAIN
               FILE STATUS IS WS-RETAIN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO PURGRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    The audit trail's delete and reinstate entries, sorted
      *    by PERSON-ID then timestamp. Only the fields the purge
      *    needs are named; the positions are AUDIT.CPY's.
       FD AUDSORT-FILE
           DATA RECORD IS AUDSORT-RECORD.

       01 AUDSORT-RECORD.
           05 AUDSORT-TIMESTAMP PIC X(21).
           05 FILLER PIC X(41).
           05 AUDSORT-ACTION PIC X(1).
           05 FILLER PIC X(2).
           05 AUDSORT-PERSON-ID PIC X(7).
           05 FILLER PIC X(12).

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

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

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       FD PENDING-FILE
           DATA RECORD IS PEND-RECORD.

           COPY PENDING.

       FD RETAIN-FILE
           DATA RECORD IS RET-RECORD.

           COPY RETAIN.

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.

           COPY AUDIT.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SCAN-EOF PIC X(1) VALUE 'N'.
       01 WS-AUDSORT-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-HHMEMB-STATUS PIC X(2).
       01 WS-GUARDIAN-STATUS PIC X(2).
       01 WS-NAMEHIST-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-RETAIN-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE 'PERSPURG'.
       01 WS-GUARDNS-OK PIC X(1) VALUE 'N'.
       01 WS-NAMEHST-OK PIC X(1) VALUE 'N'.
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-CUTOFF-INPUT PIC X(8).
      *    Seven years is the default retention period; a cutoff
      *    later than the run date is refused outright.
       01 WS-RETENTION-YEARS PIC 9(2) VALUE 7.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY PIC 9(4).
           05 WS-CUTOFF-MMDD PIC X(4).
      *    The person being examined: the last delete or reinstate
      *    on the trail for the id, and what holds them.
       01 WS-GROUP-ID PIC X(7).
       01 WS-PURGE-ID PIC 9(7).
       01 WS-LAST-ACTION PIC X(1).
       01 WS-LAST-DATE PIC X(8).
       01 WS-HOLD-REASON PIC X(24).
       01 WS-HAS-CONTACT PIC X(1).
       01 WS-HAS-MEMB PIC X(1).
       01 WS-PURGE-OK PIC X(1).
       01 WS-PERSON-IMAGE PIC X(130).
       01 WS-CONTACT-IMAGE PIC X(130).
       01 WS-MEMB-IMAGE PIC X(130).
       01 WS-NAMEH-IMAGE PIC X(130).
       01 WS-PERSON-NAME PIC X(20).
       01 WS-MEMB-HH-ID PIC 9(5).
      *    PERSON-IDs named on approvals still pending (both the
      *    person and, for a merge, the duplicate), loaded once up
      *    front. A full table holds everybody, since the ones left
      *    out can no longer be ruled clear.
       01 WS-PEND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PEND-IX PIC 9(4).
       01 WS-PEND-FULL PIC X(1) VALUE 'N'.
       01 WS-PEND-FOUND PIC X(1).
       01 WS-PEND-TABLE.
           05 WS-PEND-ID PIC 9(7) OCCURS 500 TIMES.
      *    Control totals.
       01 WS-EXAMINED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REINSTATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RETAINED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-HEAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-LINK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-PEND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PURGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONTACTS-PURGED PIC 9(5) VALUE ZERO.
       01 WS-MEMBS-PURGED PIC 9(5) VALUE ZERO.
       01 WS-NAMES-PURGED PIC 9(5) VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REMOVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DOB-FIELDS.
           05 WS-DOB-YYYY PIC 9(4).
           05 WS-DOB-MMDD PIC 9(4).
       01 WS-DERIVED-AGE PIC S9(4).
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
       01 WS-CURRENT-MMDD-X REDEFINES WS-CURRENT-DATE.
           05 FILLER PIC X(4).
           05 WS-CURRENT-MM PIC X(2).
           05 WS-CURRENT-DD PIC X(2).
      *    Any YYYYMMDD date turned out DD/MM/YYYY for printing.
       01 WS-PRINT-DATE-IN.
           05 WS-PRINT-YYYY PIC X(4).
           05 WS-PRINT-MM PIC X(2).
           05 WS-PRINT-DD PIC X(2).
       01 WS-PRINT-DATE-OUT PIC X(10).
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE 'RETENTION PURGE CERTIFICATE'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-CUTOFF-LINE.
           05 FILLER PIC X(26) VALUE
               'DELETED BEFORE (CUTOFF): '.
           05 WS-CUTOFF-DISPLAY PIC X(10).
       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE 'PERSON-ID'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE 'DELETED'.
           05 FILLER PIC X(8) VALUE 'CONTACT'.
           05 FILLER PIC X(6) VALUE 'HSHLD'.
           05 FILLER PIC X(21) VALUE 'RESULT'.
       01 WS-HEADING-3 PIC X(79) VALUE ALL '-'.
       01 WS-CERT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CERT-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CERT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CERT-DELETED PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CERT-CONTACT PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CERT-HH-ID PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CERT-RESULT PIC X(21).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.
       01 WS-TAG-LINE.
           05 FILLER PIC X(31) VALUE
               'JOURNALLED UNDER JOB PERSPURG, '.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-TAG-DATE PIC X(8).
           05 FILLER PIC X(6) VALUE ' TIME '.
           05 WS-TAG-TIME PIC X(6).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    The cutoff comes through SYSIN in batch, the same as
      *    AUDIT-ARCHIVE's. Anything that is not an eight-digit
      *    date takes the default: the run date seven years back.
           DISPLAY 'Cutoff date YYYYMMDD (other = seven years): '.
           ACCEPT WS-CUTOFF-INPUT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           IF WS-CUTOFF-INPUT IS NUMERIC
               MOVE WS-CUTOFF-INPUT TO WS-CUTOFF-DATE
           ELSE
               COMPUTE WS-CUTOFF-YYYY =
                   WS-CURRENT-YYYY - WS-RETENTION-YEARS
               MOVE WS-CURRENT-DATE(5:4) TO WS-CUTOFF-MMDD
           END-IF.
           IF WS-CUTOFF-DATE > WS-RUN-DATE
               DISPLAY 'CUTOFF ' WS-CUTOFF-DATE
                   ' IS LATER THAN THE RUN DATE - NOTHING PURGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-FILES.
           PERFORM LOAD-PENDING-IDS.
           PERFORM FORMAT-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO WS-PRINT-DATE-IN.
           PERFORM FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE-OUT TO WS-CUTOFF-DISPLAY.

      *    One group per PERSON-ID: the sort leaves the id's last
      *    delete or reinstate as the group's last entry.
           PERFORM READ-AUDSORT.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE AUDSORT-PERSON-ID TO WS-GROUP-ID
               MOVE SPACE TO WS-LAST-ACTION
               PERFORM UNTIL WS-EOF = 'Y' OR
                       AUDSORT-PERSON-ID NOT = WS-GROUP-ID
                   MOVE AUDSORT-ACTION TO WS-LAST-ACTION
                   MOVE AUDSORT-TIMESTAMP(1:8) TO WS-LAST-DATE
                   PERFORM READ-AUDSORT
               END-PERFORM
               PERFORM EXAMINE-PERSON
           END-PERFORM.

           PERFORM PRINT-TOTALS.

           CLOSE AUDSORT-FILE.
           CLOSE PERSON.
           CLOSE CONTACT-FILE.
           CLOSE HOUSEHOLD-FILE.
           CLOSE HHMEMB-FILE.
           IF WS-GUARDNS-OK = 'Y'
               CLOSE GUARDIAN-FILE
           END-IF.
           IF WS-NAMEHST-OK = 'Y'
               CLOSE NAME-HISTORY-FILE
           END-IF.
           CLOSE RETAIN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'RETENTION PURGE COMPLETE - EXAMINED: '
               WS-EXAMINED-COUNT.
           DISPLAY 'PURGED: ' WS-PURGED-COUNT.
           DISPLAY 'HELD: ' WS-HELD-HEAD-COUNT ' HEAD, '
               WS-HELD-LINK-COUNT ' GUARDIAN LINK, '
               WS-HELD-PEND-COUNT ' PENDING APPROVAL'.
           DISPLAY 'PURGE FAILED: ' WS-FAILED-COUNT.

           STOP RUN.

      *    PEOPLE, CONTACTS, HHMEMBS and NAMEHST are updated in
      *    place; HSEHOLDS is only read. GUARDNS and NAMEHST are
      *    optional (status 35 means the file is not in use yet,
      *    so nothing on it can hold or be purged). The archive,
      *    the audit trail and the journal are created fresh only
      *    on status 35.
       OPEN-FILES.
           OPEN INPUT AUDSORT-FILE.
           IF WS-AUDSORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDSORT - STATUS '
                   WS-AUDSORT-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONTACTS - STATUS '
                   WS-CONTACT-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HSEHOLDS - STATUS '
                   WS-HOUSEHOLD-STATUS
               STOP RUN
           END-IF.

           OPEN I-O HHMEMB-FILE.
           IF WS-HHMEMB-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HHMEMBS - STATUS '
                   WS-HHMEMB-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDNS-OK
           ELSE
               IF WS-GUARDIAN-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN GUARDNS - STATUS '
                       WS-GUARDIAN-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O NAME-HISTORY-FILE.
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHST-OK
           ELSE
               IF WS-NAMEHIST-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN NAMEHST - STATUS '
                       WS-NAMEHIST-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND RETAIN-FILE.
           IF WS-RETAIN-STATUS = '35'
               OPEN OUTPUT RETAIN-FILE
               CLOSE RETAIN-FILE
               OPEN EXTEND RETAIN-FILE
           END-IF.
           IF WS-RETAIN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETAIN - STATUS '
                   WS-RETAIN-STATUS
               STOP RUN
           END-IF.

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

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PURGRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

      *    One pass over the approval queue for the ids named on
      *    items still pending. No queue on file (status 35)
      *    means nothing is pending.
       LOAD-PENDING-IDS.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               IF WS-PENDING-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN PENDING - STATUS '
                       WS-PENDING-STATUS
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF PEND-STATUS = 'P'
                               MOVE PEND-PERSON-ID TO WS-PURGE-ID
                               PERFORM ADD-PENDING-ID
                               IF PEND-DUP-PERSON-ID IS NUMERIC AND
                                       PEND-DUP-PERSON-ID > 0
                                   MOVE PEND-DUP-PERSON-ID
                                       TO WS-PURGE-ID
                                   PERFORM ADD-PENDING-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       ADD-PENDING-ID.
           IF WS-PEND-COUNT < 500
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PURGE-ID TO WS-PEND-ID (WS-PEND-COUNT)
           ELSE
               IF WS-PEND-FULL = 'N'
                   DISPLAY 'PENDING ID TABLE FULL - EVERY PERSON '
                       'WILL BE HELD'
                   MOVE 'Y' TO WS-PEND-FULL
               END-IF
           END-IF.

       READ-AUDSORT.
           READ AUDSORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

      *    Decides one id. Trail entries older than the id column
      *    carry no id and are passed over uncounted. Otherwise the
      *    person must have been deleted last (not reinstated since),
      *    before the cutoff, and still be on PEOPLE and inactive;
      *    then nothing may still hold them.
       EXAMINE-PERSON.
           IF WS-GROUP-ID IS NUMERIC
               ADD 1 TO WS-EXAMINED-COUNT
               MOVE WS-GROUP-ID TO WS-PURGE-ID
               EVALUATE TRUE
                   WHEN WS-LAST-ACTION NOT = 'D'
                       ADD 1 TO WS-REINSTATED-COUNT
                   WHEN WS-LAST-DATE NOT < WS-CUTOFF-DATE
                       ADD 1 TO WS-RETAINED-COUNT
                   WHEN OTHER
                       PERFORM EXAMINE-DELETED-PERSON
               END-EVALUATE
           END-IF.

      *    A person no longer on PEOPLE was merged away or purged
      *    by an earlier run; one active again was reinstated by
      *    something that left no trail entry. Neither is touched
      *    or listed.
       EXAMINE-DELETED-PERSON.
           MOVE WS-PURGE-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       ADD 1 TO WS-ACTIVE-COUNT
                   ELSE
                       MOVE PERSON-RECORD TO WS-PERSON-IMAGE
                       MOVE PERSON_NAME IN PERSON-RECORD
                           TO WS-PERSON-NAME
                       PERFORM CHECK-HOLDS
                       IF WS-HOLD-REASON = SPACES
                           PERFORM PURGE-PERSON
                       ELSE
                           MOVE WS-HOLD-REASON TO WS-CERT-RESULT
                           PERFORM PRINT-CERT-LINE
                       END-IF
                   END-IF
           END-READ.

      *    What still points at the person. The household link is
      *    fetched here either way: a head of household is held,
      *    any other member's link is purged with them.
       CHECK-HOLDS.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 'N' TO WS-HAS-MEMB.
           MOVE SPACES TO WS-MEMB-IMAGE.
           MOVE ZERO TO WS-MEMB-HH-ID.
           MOVE WS-PURGE-ID TO HHMEMB-PERSON-ID.
           READ HHMEMB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAS-MEMB
                   MOVE HHMEMB-RECORD TO WS-MEMB-IMAGE
                   MOVE HHMEMB-HH-ID TO WS-MEMB-HH-ID
           END-READ.
           IF WS-HAS-MEMB = 'Y'
               MOVE WS-MEMB-HH-ID TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HH-HEAD-PERSON-ID = WS-PURGE-ID
                           MOVE 'HELD - HOUSEHOLD HEAD'
                               TO WS-HOLD-REASON
                           ADD 1 TO WS-HELD-HEAD-COUNT
                       END-IF
               END-READ
           END-IF.
           IF WS-HOLD-REASON = SPACES AND WS-GUARDNS-OK = 'Y'
               PERFORM CHECK-GUARDIAN-LINKS
           END-IF.
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-PENDING-ITEMS
           END-IF.

      *    Any link with the person as dependent (prime key) or as
      *    guardian (alternate key) holds them.
       CHECK-GUARDIAN-LINKS.
           MOVE WS-PURGE-ID TO GUARD-DEPENDENT-ID.
           MOVE ZERO TO GUARD-GUARDIAN-ID.
           START GUARDIAN-FILE KEY IS NOT LESS THAN GUARD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GUARDIAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GUARD-DEPENDENT-ID = WS-PURGE-ID
                               MOVE 'HELD - GUARDIAN LINK'
                                   TO WS-HOLD-REASON
                           END-IF
                   END-READ
           END-START.
           IF WS-HOLD-REASON = SPACES
               MOVE WS-PURGE-ID TO GUARD-GUARDIAN-ID
               START GUARDIAN-FILE KEY IS EQUAL TO GUARD-GUARDIAN-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'HELD - GUARDIAN LINK' TO WS-HOLD-REASON
               END-START
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-LINK-COUNT
           END-IF.

      *    Anyone named on a pending approval, as the person or
      *    as a merge's duplicate, is held: the approval still has
      *    to find them on PEOPLE. A merge survivor is held this
      *    way while its merge waits.
       CHECK-PENDING-ITEMS.
           MOVE WS-PEND-FULL TO WS-PEND-FOUND.
           MOVE 1 TO WS-PEND-IX.
           PERFORM UNTIL WS-PEND-FOUND = 'Y' OR
                   WS-PEND-IX > WS-PEND-COUNT
               IF WS-PEND-ID (WS-PEND-IX) = WS-PURGE-ID
                   MOVE 'Y' TO WS-PEND-FOUND
               ELSE
                   ADD 1 TO WS-PEND-IX
               END-IF
           END-PERFORM.
           IF WS-PEND-FOUND = 'Y'
               MOVE 'HELD - PENDING ITEM' TO WS-HOLD-REASON
               ADD 1 TO WS-HELD-PEND-COUNT
           END-IF.

      *    Archive first, then remove: every record goes to the
      *    retention archive before it leaves the live file, so
      *    nothing removed exists nowhere. The household link, the
      *    contact and the name history go before the person, so a
      *    failure part-way never leaves links to a person who is
      *    not there. Each removal is journalled with its before
      *    image.
       PURGE-PERSON.
           MOVE 'Y' TO WS-PURGE-OK.
           MOVE 'N' TO WS-HAS-CONTACT.
           MOVE SPACES TO WS-CONTACT-IMAGE.
           MOVE WS-PURGE-ID TO CONTACT-PERSON-ID.
           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAS-CONTACT
                   MOVE CONTACT-RECORD TO WS-CONTACT-IMAGE
           END-READ.

           MOVE SPACES TO RET-RECORD.
           MOVE 'P' TO RET-REC-TYPE.
           MOVE WS-PERSON-IMAGE TO RET-IMAGE.
           PERFORM WRITE-RETAIN-RECORD.
           IF WS-HAS-CONTACT = 'Y'
               MOVE SPACES TO RET-RECORD
               MOVE 'C' TO RET-REC-TYPE
               MOVE WS-CONTACT-IMAGE TO RET-IMAGE
               PERFORM WRITE-RETAIN-RECORD
           END-IF.
           IF WS-HAS-MEMB = 'Y'
               MOVE SPACES TO RET-RECORD
               MOVE 'H' TO RET-REC-TYPE
               MOVE WS-MEMB-IMAGE TO RET-IMAGE
               PERFORM WRITE-RETAIN-RECORD
           END-IF.
           IF WS-NAMEHST-OK = 'Y'
               PERFORM ARCHIVE-NAME-HISTORY
           END-IF.

           IF WS-HAS-MEMB = 'Y'
               MOVE WS-PURGE-ID TO HHMEMB-PERSON-ID
               DELETE HHMEMB-FILE RECORD
                   INVALID KEY
                       DISPLAY 'MEMBERSHIP DELETE FAILED - STATUS '
                           WS-HHMEMB-STATUS ' - ' WS-PURGE-ID
                       MOVE 'N' TO WS-PURGE-OK
                   NOT INVALID KEY
                       ADD 1 TO WS-MEMBS-PURGED
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'HHMEMBS' TO JRNL-FILE
                       MOVE WS-MEMB-IMAGE TO JRNL-BEFORE
                       PERFORM JOURNAL-REMOVAL
               END-DELETE
           END-IF.

           IF WS-PURGE-OK = 'Y' AND WS-HAS-CONTACT = 'Y'
               MOVE WS-PURGE-ID TO CONTACT-PERSON-ID
               DELETE CONTACT-FILE RECORD
                   INVALID KEY
                       DISPLAY 'CONTACT DELETE FAILED - STATUS '
                           WS-CONTACT-STATUS ' - ' WS-PURGE-ID
                       MOVE 'N' TO WS-PURGE-OK
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTACTS-PURGED
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'CONTACTS' TO JRNL-FILE
                       MOVE WS-CONTACT-IMAGE TO JRNL-BEFORE
                       PERFORM JOURNAL-REMOVAL
               END-DELETE
           END-IF.

           IF WS-PURGE-OK = 'Y' AND WS-NAMEHST-OK = 'Y'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   PERFORM REMOVE-NEXT-NAME
               END-PERFORM
           END-IF.

           IF WS-PURGE-OK = 'Y'
               MOVE WS-PURGE-ID TO PERSON-ID IN PERSON-RECORD
               DELETE PERSON RECORD
                   INVALID KEY
                       DISPLAY 'PERSON DELETE FAILED - STATUS '
                           WS-FILE-STATUS ' - ' WS-PURGE-ID
                       MOVE 'N' TO WS-PURGE-OK
                   NOT INVALID KEY
                       ADD 1 TO WS-PURGED-COUNT
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'PEOPLE' TO JRNL-FILE
                       MOVE WS-PERSON-IMAGE TO JRNL-BEFORE
                       PERFORM JOURNAL-REMOVAL
                       PERFORM AUDIT-PURGE
               END-DELETE
           END-IF.

           IF WS-PURGE-OK = 'Y'
               MOVE 'PURGED' TO WS-CERT-RESULT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE '*** PURGE FAILED' TO WS-CERT-RESULT
           END-IF.
           PERFORM PRINT-CERT-LINE.

      *    Every name-history row filed under the person goes to
      *    the archive as type N, oldest first.
       ARCHIVE-NAME-HISTORY.
           MOVE WS-PURGE-ID TO NAMEH-PERSON-ID.
           MOVE LOW-VALUES TO NAMEH-EFF-DATE.
           MOVE LOW-VALUES TO NAMEH-EFF-TIME.
           START NAME-HISTORY-FILE KEY IS NOT LESS THAN NAMEH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ NAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF NAMEH-PERSON-ID NOT = WS-PURGE-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE SPACES TO RET-RECORD
                           MOVE 'N' TO RET-REC-TYPE
                           MOVE NAMEH-RECORD TO RET-IMAGE
                           PERFORM WRITE-RETAIN-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *    Removes the person's first remaining name-history row.
      *    The scan is started afresh each time so a delete never
      *    leaves it reading from a record that has gone; it ends
      *    when the first row found belongs to someone else.
       REMOVE-NEXT-NAME.
           MOVE WS-PURGE-ID TO NAMEH-PERSON-ID.
           MOVE LOW-VALUES TO NAMEH-EFF-DATE.
           MOVE LOW-VALUES TO NAMEH-EFF-TIME.
           START NAME-HISTORY-FILE KEY IS NOT LESS THAN NAMEH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           IF WS-SCAN-EOF = 'N'
               READ NAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
           END-IF.
           IF WS-SCAN-EOF = 'N'
               IF NAMEH-PERSON-ID NOT = WS-PURGE-ID
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE NAMEH-RECORD TO WS-NAMEH-IMAGE
                   DELETE NAME-HISTORY-FILE RECORD
                       INVALID KEY
                           DISPLAY 'NAME HISTORY DELETE FAILED - '
                               'STATUS ' WS-NAMEHIST-STATUS ' - '
                               WS-PURGE-ID
                           MOVE 'N' TO WS-PURGE-OK
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT INVALID KEY
                           ADD 1 TO WS-NAMES-PURGED
                           MOVE SPACES TO JRNL-RECORD
                           MOVE 'NAMEHST' TO JRNL-FILE
                           MOVE WS-NAMEH-IMAGE TO JRNL-BEFORE
                           PERFORM JOURNAL-REMOVAL
                   END-DELETE
               END-IF
           END-IF.

      *    The caller has set RET-REC-TYPE and RET-IMAGE. A
      *    failed write to the permanent archive stops the run
      *    before anything else is removed.
       WRITE-RETAIN-RECORD.
           MOVE WS-PURGE-ID TO RET-PERSON-ID.
           MOVE WS-LAST-DATE TO RET-DELETED-DATE.
           MOVE WS-RUN-DATE TO RET-PURGED-DATE.
           MOVE WS-RUN-TIME TO RET-PURGED-TIME.
           WRITE RET-RECORD.
           IF WS-RETAIN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE RETAIN - STATUS '
                   WS-RETAIN-STATUS ' - ' WS-PURGE-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVE-COUNT.

      *    Journals a physical removal under this run's tag, the
      *    same record PERSON-APPROVE writes for a merge's
      *    removals. The caller has set JRNL-FILE and JRNL-BEFORE.
       JOURNAL-REMOVAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE 'PERSPURG' TO JRNL-JOB.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE 'D' TO JRNL-ACTION.
           MOVE WS-PURGE-ID TO JRNL-REC-KEY.
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-CHANGE-STAMP.
           WRITE JRNL-RECORD
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED - STATUS '
                       WS-JOURNAL-STATUS
           END-WRITE.

      *    A purge goes on the audit trail as action 'P' (see
      *    AUDIT.CPY). It changes nothing active, so it takes no
      *    part in the adds/deletes/reinstates balance.
       AUDIT-PURGE.
           MOVE WS-PERSON-IMAGE TO PERSON-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE PERSON_NAME IN PERSON-RECORD TO AUDIT-PERSON-NAME.
           MOVE PERSON-DOB IN PERSON-RECORD TO WS-DOB-FIELDS.
           PERFORM COMPUTE-AGE-FROM-DOB.
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE 'P' TO AUDIT-ACTION.
           MOVE WS-PURGE-ID TO AUDIT-PERSON-ID.
           WRITE AUDIT-RECORD.

      *    Derives the age in WS-DERIVED-AGE from the birth date in
      *    WS-DOB-FIELDS as of the run date, same as FILE-EXAMPLE.
       COMPUTE-AGE-FROM-DOB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-DERIVED-AGE =
               WS-CURRENT-YYYY - WS-DOB-YYYY.
           IF WS-CURRENT-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-DERIVED-AGE
           END-IF.

      *    One certificate line per person purged or held.
       PRINT-CERT-LINE.
           MOVE WS-PURGE-ID TO WS-CERT-ID.
           MOVE WS-PERSON-NAME TO WS-CERT-NAME.
           MOVE WS-LAST-DATE TO WS-PRINT-DATE-IN.
           PERFORM FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE-OUT TO WS-CERT-DELETED.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE SPACES TO WS-CERT-CONTACT
           ELSE
               IF WS-HAS-CONTACT = 'Y'
                   MOVE 'YES' TO WS-CERT-CONTACT
               ELSE
                   MOVE 'NO' TO WS-CERT-CONTACT
               END-IF
           END-IF.
           IF WS-HAS-MEMB = 'Y'
               MOVE WS-MEMB-HH-ID TO WS-CERT-HH-ID
           ELSE
               MOVE SPACES TO WS-CERT-HH-ID
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-CERT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           MOVE WS-CUTOFF-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    Control totals. Every id examined is accounted for once;
      *    every record archived must have been removed, and the
      *    certificate says plainly when they do not agree. A run
      *    with nothing to purge still gets a headed page.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'PERSONS EXAMINED:' TO WS-TOTAL-LABEL.
           MOVE WS-EXAMINED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOT DELETED:' TO WS-TOTAL-LABEL.
           MOVE WS-REINSTATED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'WITHIN RETENTION:' TO WS-TOTAL-LABEL.
           MOVE WS-RETAINED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOT ON PEOPLE:' TO WS-TOTAL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACTIVE ON PEOPLE:' TO WS-TOTAL-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HELD - HOUSEHOLD HEAD:' TO WS-TOTAL-LABEL.
           MOVE WS-HELD-HEAD-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HELD - GUARDIAN LINK:' TO WS-TOTAL-LABEL.
           MOVE WS-HELD-LINK-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HELD - PENDING ITEM:' TO WS-TOTAL-LABEL.
           MOVE WS-HELD-PEND-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PURGE FAILED:' TO WS-TOTAL-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PERSONS PURGED:' TO WS-TOTAL-LABEL.
           MOVE WS-PURGED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONTACTS PURGED:' TO WS-TOTAL-LABEL.
           MOVE WS-CONTACTS-PURGED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HOUSEHOLD LINKS PURGED:' TO WS-TOTAL-LABEL.
           MOVE WS-MEMBS-PURGED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NAME HISTORY PURGED:' TO WS-TOTAL-LABEL.
           MOVE WS-NAMES-PURGED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ARCHIVE RECORDS:' TO WS-TOTAL-LABEL.
           MOVE WS-ARCHIVE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           COMPUTE WS-REMOVED-COUNT = WS-PURGED-COUNT
               + WS-CONTACTS-PURGED + WS-MEMBS-PURGED
               + WS-NAMES-PURGED.
           IF WS-REMOVED-COUNT = WS-ARCHIVE-COUNT
               MOVE 'ARCHIVE AND REMOVALS AGREE' TO REPORT-RECORD
           ELSE
               MOVE '*** ARCHIVE AND REMOVALS DO NOT AGREE'
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-DATE TO WS-TAG-DATE.
           MOVE WS-RUN-TIME TO WS-TAG-TIME.
           MOVE WS-TAG-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT. Each id examined is one
      *    unit: purged is APPLIED, a purge that failed part-way
      *    REJECTED, and everything left alone -- not eligible or
      *    held -- SKIPPED. The date and time are the run's start,
      *    the tag its journal records carry.
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
           MOVE 'PERSPURG' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-EXAMINED-COUNT TO RUNCTL-READ.
           MOVE WS-PURGED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-FAILED-COUNT TO RUNCTL-REJECTED.
           COMPUTE WS-SKIPPED-COUNT = WS-EXAMINED-COUNT
               - WS-PURGED-COUNT - WS-FAILED-COUNT.
           MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED.
           IF WS-FAILED-COUNT = 0 AND
                   WS-REMOVED-COUNT = WS-ARCHIVE-COUNT
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    The run date is printed DD/MM/YYYY, the same way dates
      *    are written throughout this system's logs.
       FORMAT-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PRINT-DATE-IN.
           PERFORM FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE-OUT TO WS-HEAD-DATE.

       FORMAT-PRINT-DATE.
           MOVE SPACES TO WS-PRINT-DATE-OUT.
           STRING WS-PRINT-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PRINT-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PRINT-YYYY DELIMITED BY SIZE
               INTO WS-PRINT-DATE-OUT.
