      *****************************************************************
      * Program name:    PERSON-APPROVE
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Second half of dual control for
      *                    the changes that cannot be taken back by
      *                    the operator who keyed them: deletes and
      *                    birth-date changes from PERSON-MAINT and
      *                    merges from PERSON-MERGE now wait in the
      *                    pending-approval file (see PENDING.CPY)
      *                    instead of being applied. In terminal
      *                    mode (T) a supervisor signs on, walks the
      *                    pending items oldest first and approves,
      *                    rejects or skips each one; only an
      *                    approval applies the change, and the
      *                    audit entry then carries the requesting
      *                    operator in AUDIT-OPERATOR and the
      *                    approver in AUDIT-APPROVER (see
      *                    AUDIT.CPY). The approver must be a
      *                    different sign-on from the requester and
      *                    hold a higher authority level (see
      *                    OPERATOR.CPY). The merge logic --
      *                    contact fold, contact and membership
      *                    removal, physical PEOPLE delete -- moved
      *                    here from PERSON-MERGE unchanged, behind
      *                    the same active and head-of-household
      *                    checks, re-run at approval time since
      *                    either record can change while the item
      *                    waits. In expiry mode (E, the nightly
      *                    PERSAPPR.jcl step) every item still
      *                    pending after the number of days given
      *                    on SYSIN is marked expired and listed on
      *                    the exceptions report; the requester has
      *                    to queue it again if it is still wanted.
      *                    Both modes print their decisions on the
      *                    APPRRPT report (PERSON-LIST print
      *                    conventions); the expiry run appends a
      *                    run-control record for OPS-REPORT.
      * 15/10/2026 MAINT   Every change an approval applies to
      *                    PEOPLE, CONTACTS and HHMEMBS now also
      *                    writes a before/after-image record to
      *                    the change journal (see JOURNAL.CPY)
      *                    under the job name PERSAPPR and the
      *                    session's start time, so a session's
      *                    approvals can be taken back out by
      *                    PERSON-BACKOUT. The expiry pass changes
      *                    nothing but the queue and is not
      *                    journalled.
      * 15/10/2026 MAINT   An approved merge now files the
      *                    duplicate's name on the name-history file
      *                    (see NAMEHIST.CPY) under the survivor's
      *                    id with reason M, and moves any name
      *                    history the duplicate already had across
      *                    to the survivor, so a caller asking for
      *                    the merged-away name is led to the record
      *                    that carries on.
      * 15/10/2026 MAINT   CONTACTS records are now 130 bytes (the
      *                    structured address, see CONTACT.CPY). A
      *                    merge carries the duplicate's address to
      *                    a survivor with none as one whole address
      *                    rather than part by part.
      * 15/10/2026 MAINT   A terminal approval session now appends a
      *                    run-control record too, under its own job
      *                    name PAPRTERM so it can never stand in for
      *                    the nightly PERSAPPR expiry on OPS-REPORT,
      *                    and its journal records carry the same
      *                    name. The run-control date and time are
      *                    now the run's start, taken once at the top
      *                    of the run, the tag the journal records
      *                    carry; the session's tag is displayed at
      *                    close, so a session can be backed out by
      *                    PERSON-BACKOUT.
      * 15/10/2026 MAINT   A queued birth-date change is not applied
      *                    to a record that has been made inactive
      *                    while it waited, the same rule as a
      *                    queued delete or merge.
      * 15/10/2026 MAINT   The name-history rows a merge moves and
      *                    the reason-M row it files are journalled
      *                    (JRNL-FILE NAMEHST), so backing out the
      *                    session takes them back with the merge.
      *                    Each row is now written under the survivor
      *                    before it is removed from the duplicate,
      *                    and a history failure stops the move and
      *                    shows as HIST FAILED on the report instead
      *                    of losing the row.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERSON-APPROVE.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-MAINT, so PERSAPPR.jcl's
      *    DD statements connect to this program for the nightly
      *    expiry pass; a terminal run allocates the same ddnames.
           SELECT PENDING-FILE ASSIGN TO PENDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO OPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO APPRRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO NAMEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NAMEHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PENDING-FILE
           DATA RECORD IS PEND-RECORD.

           COPY PENDING.

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

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.

           COPY AUDIT.

       FD OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.

           COPY OPERATOR.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-QUIT PIC X(1) VALUE 'N'.
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-HHMEMB-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(130).
       01 WS-RUN-MODE PIC X(1).
      *    PERSAPPR for the expiry run, PAPRTERM for a terminal
      *    session: the job name on the run-control and journal
      *    records.
       01 WS-JOB-NAME PIC X(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPER-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-DECISION PIC X(1).
       01 WS-APPLY-OK PIC X(1).
       01 WS-PROCEED PIC X(1).
       01 WS-OUTCOME PIC X(11).
       01 WS-DAYS-INPUT PIC X(3).
       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 7.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-QUEUED-DATE PIC 9(8).
       01 WS-ITEM-AGE PIC S9(7) VALUE ZERO.
       01 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEFT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP PIC X(21).
      *    Working copies of the two person records and their
      *    contact records for a merge, held side by side because
      *    the single record areas under the FDs can only hold one
      *    at a time -- same as PERSON-MERGE.
       01 WS-SURV-ID PIC 9(7).
       01 WS-DUP-ID PIC 9(7).
       01 WS-SURV-PERSON PIC X(55).
       01 WS-DUP-PERSON PIC X(55).
       01 WS-SURV-CONTACT PIC X(130).
       01 WS-DUP-CONTACT PIC X(130).
       01 WS-SURV-HAS-CONTACT PIC X(1).
       01 WS-DUP-HAS-CONTACT PIC X(1).
       01 WS-HH-FILES-OK PIC X(1) VALUE 'N'.
       01 WS-DUP-HAS-MEMB PIC X(1) VALUE 'N'.
       01 WS-DUP-HH-ID PIC 9(5).
       01 WS-FIELDS-CARRIED PIC 9(2) VALUE ZERO.
       01 WS-NAMEHIST-STATUS PIC X(2).
       01 WS-NAMEH-SAVE PIC X(80).
       01 WS-NAMEH-DONE PIC X(1).
       01 WS-NAMEH-FAILED PIC X(1).
       01 WS-HIST-FAILED-COUNT PIC 9(5) VALUE ZERO.
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
           05 FILLER PIC X(30) VALUE 'PENDING APPROVAL REPORT'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-MODE-LINE.
           05 FILLER PIC X(6) VALUE 'MODE: '.
           05 WS-MODE-TEXT PIC X(40).
       01 WS-HEADING-2 PIC X(78) VALUE
           'QUEUED    ACTION    PERSON   DETAIL        REQUESTED   OUTCO
      -    'ME      DAYS'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-ITEM-LINE.
           05 WS-IL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-PERSON-ID PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-DETAIL PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-REQUESTER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-OUTCOME PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-DAYS PIC ZZZZ.
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    T walks the queue at a terminal for a signed-on
      *    supervisor; E is the unattended expiry pass, with the
      *    age limit in days on the next SYSIN line. Anything that
      *    is not E runs a terminal session, since only a person
      *    can approve.
           DISPLAY 'Run mode (T=terminal approval, E=expire): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           IF WS-RUN-MODE = 'E' OR WS-RUN-MODE = 'e'
               MOVE 'E' TO WS-RUN-MODE
               MOVE 'PERSAPPR' TO WS-JOB-NAME
               MOVE 'PERSAPPR' TO WS-OPERATOR-ID
               DISPLAY 'Expire items older than how many days '
                   '(other = 7): '
               ACCEPT WS-DAYS-INPUT
               IF WS-DAYS-INPUT IS NUMERIC
                   MOVE WS-DAYS-INPUT TO WS-EXPIRY-DAYS
               END-IF
               MOVE SPACES TO WS-MODE-TEXT
               STRING 'EXPIRE ITEMS PENDING OVER ' DELIMITED BY SIZE
                      WS-EXPIRY-DAYS DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                   INTO WS-MODE-TEXT
           ELSE
               MOVE 'T' TO WS-RUN-MODE
               MOVE 'PAPRTERM' TO WS-JOB-NAME
               PERFORM OPERATOR-SIGNON
               MOVE SPACES TO WS-MODE-TEXT
               STRING 'APPROVAL SESSION - ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-MODE-TEXT
           END-IF.

      *    Same create-if-missing rule as the programs that queue
      *    items, so an empty queue is simply nothing to do.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PENDING - STATUS '
                   WS-PENDING-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN APPRRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM FORMAT-RUN-DATE.

           IF WS-RUN-MODE = 'E'
               PERFORM EXPIRY-SESSION
           ELSE
               PERFORM OPEN-MASTER-FILES
               PERFORM TERMINAL-SESSION
               CLOSE PERSON
               CLOSE CONTACT-FILE
               CLOSE AUDIT-FILE
               CLOSE JOURNAL-FILE
               CLOSE NAME-HISTORY-FILE
               IF WS-HH-FILES-OK = 'Y'
                   CLOSE HOUSEHOLD-FILE
                   CLOSE HHMEMB-FILE
               END-IF
           END-IF.

           PERFORM PRINT-TOTALS.

           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUN-CONTROL.

           IF WS-RUN-MODE = 'E'
               DISPLAY 'EXPIRY COMPLETE - ITEMS EXAMINED: '
                   WS-ITEM-COUNT
               DISPLAY 'ITEMS EXPIRED: ' WS-EXPIRED-COUNT
           ELSE
               DISPLAY 'SESSION COMPLETE - APPROVED: '
                   WS-APPROVED-COUNT
               DISPLAY 'REJECTED: ' WS-REJECTED-COUNT
               DISPLAY 'NOT APPLIED: ' WS-FAILED-COUNT
           END-IF.
           DISPLAY 'ITEMS LEFT PENDING: ' WS-LEFT-COUNT.
           IF WS-RUN-MODE = 'T'
               DISPLAY 'JOURNAL TAG: ' WS-JOB-NAME ' ' WS-RUN-DATE
                   ' ' WS-RUN-TIME
           END-IF.

           STOP RUN.

      *    Proves the keyed-in operator id against the OPERATORS
      *    sign-on file, same as FILE-EXAMPLE. Level 3 is the
      *    least that can be higher than anyone's request (adds
      *    and changes are keyed at level 2); each item is then
      *    checked against its own requester's level as it comes
      *    up.
       OPERATOR-SIGNON.
           DISPLAY 'Enter your operator/job id: '.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OPERS - STATUS '
                   WS-OPERATOR-STATUS
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO OPERATOR-SIGNON-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'UNKNOWN OPERATOR ID - SIGN-ON REFUSED'
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OPERATOR-AUTH-LEVEL TO WS-OPER-LEVEL
           END-READ.
           CLOSE OPERATOR-FILE.
           IF WS-OPER-LEVEL = 0
               DISPLAY 'OPERATOR ID DISABLED - SIGN-ON REFUSED'
               STOP RUN
           END-IF.
           IF WS-OPER-LEVEL < 3
               DISPLAY 'INSUFFICIENT AUTHORITY TO APPROVE CHANGES'
               STOP RUN
           END-IF.

      *    The files an approval can change. The household files
      *    follow PERSON-MERGE's rule: status 35 on either means
      *    households are not in use and the membership side of a
      *    merge is skipped; any other failure stops the run.
       OPEN-MASTER-FILES.
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

           PERFORM OPEN-JOURNAL.

      *    Name history, same create-if-missing rule as PERSON-MAINT.
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

           MOVE 'N' TO WS-HH-FILES-OK.
           OPEN I-O HHMEMB-FILE.
           IF WS-HHMEMB-STATUS = '35'
               DISPLAY 'NO HOUSEHOLD FILES - MEMBERSHIP SKIPPED'
           ELSE
               IF WS-HHMEMB-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HHMEMBS - STATUS '
                       WS-HHMEMB-STATUS
                   STOP RUN
               ELSE
                   OPEN INPUT HOUSEHOLD-FILE
                   IF WS-HOUSEHOLD-STATUS = '35'
                       DISPLAY 'NO HOUSEHOLD FILES - MEMBERSHIP '
                           'SKIPPED'
                       CLOSE HHMEMB-FILE
                   ELSE
                       IF WS-HOUSEHOLD-STATUS NOT = '00'
                           DISPLAY 'UNABLE TO OPEN HSEHOLDS '
                               '- STATUS ' WS-HOUSEHOLD-STATUS
                           STOP RUN
                       ELSE
                           MOVE 'Y' TO WS-HH-FILES-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Walks the queue oldest first (the key leads with the
      *    queued date and time) and offers every item still
      *    pending, until the end of the file or the operator
      *    quits. Items already decided or expired are passed by.
       TERMINAL-SESSION.
           MOVE LOW-VALUES TO PEND-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PEND-STATUS = 'P'
                           ADD 1 TO WS-ITEM-COUNT
                           IF WS-QUIT = 'Y'
                               ADD 1 TO WS-LEFT-COUNT
                           ELSE
                               PERFORM PRESENT-PENDING-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ITEM-COUNT = 0
               DISPLAY 'NOTHING PENDING APPROVAL'
           END-IF.

      *    Dual control: the approver may not be the operator who
      *    asked for the change, and must hold a higher authority
      *    level than that operator did when the item was queued.
      *    An item this operator cannot decide stays pending for
      *    someone who can.
       PRESENT-PENDING-ITEM.
           IF PEND-REQ-OPERATOR = WS-OPERATOR-ID
               DISPLAY 'PASSED BY - YOUR OWN REQUEST, QUEUED '
                   PEND-QUEUED-DATE ' FOR ID ' PEND-PERSON-ID
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               IF WS-OPER-LEVEL NOT > PEND-REQ-LEVEL
                   DISPLAY 'PASSED BY - NEEDS AUTHORITY ABOVE '
                       'LEVEL ' PEND-REQ-LEVEL ', QUEUED '
                       PEND-QUEUED-DATE ' FOR ID ' PEND-PERSON-ID
                   ADD 1 TO WS-LEFT-COUNT
               ELSE
                   PERFORM SHOW-PENDING-ITEM
                   PERFORM TAKE-DECISION
               END-IF
           END-IF.

      *    Shows the item with the record it applies to as it
      *    stands on file now, so the approver judges the change
      *    against current data, not what the requester saw.
       SHOW-PENDING-ITEM.
           DISPLAY ' '.
           DISPLAY 'QUEUED ' PEND-QUEUED-DATE ' '
               PEND-QUEUED-TIME(1:6) ' BY ' PEND-REQ-OPERATOR
               ' (LEVEL ' PEND-REQ-LEVEL ') FROM ' PEND-SOURCE.
           EVALUATE PEND-ACTION
               WHEN 'D'
                   DISPLAY 'DELETE PERSON-ID ' PEND-PERSON-ID
               WHEN 'B'
                   DISPLAY 'CHANGE BIRTH DATE OF PERSON-ID '
                       PEND-PERSON-ID ' TO ' PEND-NEW-DOB
               WHEN 'M'
                   DISPLAY 'MERGE DUPLICATE ' PEND-DUP-PERSON-ID
                       ' INTO SURVIVOR ' PEND-PERSON-ID
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' PEND-ACTION
                       ' FOR PERSON-ID ' PEND-PERSON-ID
           END-EVALUATE.
           MOVE PEND-PERSON-ID TO PERSON-ID IN PERSON-RECORD.
           PERFORM SHOW-PERSON-ON-FILE.
           IF PEND-ACTION = 'M'
               MOVE PEND-DUP-PERSON-ID TO PERSON-ID IN PERSON-RECORD
               PERFORM SHOW-PERSON-ON-FILE
           END-IF.

       SHOW-PERSON-ON-FILE.
           READ PERSON
               INVALID KEY
                   DISPLAY '  ' PERSON-ID IN PERSON-RECORD
                       ' ** NOT ON FILE **'
               NOT INVALID KEY
                   DISPLAY '  ' PERSON-ID IN PERSON-RECORD ' '
                       PERSON_NAME IN PERSON-RECORD ' '
                       PERSON-DOB IN PERSON-RECORD ' STATUS '
                       PERSON-STATUS IN PERSON-RECORD
           END-READ.

      *    A skip (or any unrecognised answer) leaves the item
      *    pending untouched; Q leaves it and everything after it.
      *    An approval that can no longer be applied is recorded
      *    as F, not left pending, so it cannot be approved again
      *    into a different situation by accident.
       TAKE-DECISION.
           DISPLAY 'Decision (A=approve, R=reject, S=skip, '
               'Q=quit): '.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPLY-PENDING-ITEM
                   IF WS-APPLY-OK = 'Y'
                       MOVE 'A' TO PEND-STATUS
                       MOVE 'APPROVED' TO WS-OUTCOME
                       ADD 1 TO WS-APPROVED-COUNT
                       IF WS-NAMEH-FAILED = 'Y'
                           DISPLAY 'MERGE APPLIED - NAME HISTORY '
                               'NOT FULLY MOVED'
                           MOVE 'HIST FAILED' TO WS-OUTCOME
                           ADD 1 TO WS-HIST-FAILED-COUNT
                       END-IF
                   ELSE
                       MOVE 'F' TO PEND-STATUS
                       MOVE 'NOT APPLIED' TO WS-OUTCOME
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   PERFORM RECORD-DECISION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO PEND-STATUS
                   MOVE 'REJECTED' TO WS-OUTCOME
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REQUEST REJECTED'
                   PERFORM RECORD-DECISION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   DISPLAY 'LEFT PENDING'
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

      *    Stamps who decided and when, rewrites the item and
      *    prints it on the decisions report.
       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
           MOVE WS-TIMESTAMP(1:8) TO PEND-DECIDED-DATE.
           MOVE WS-TIMESTAMP(9:6) TO PEND-DECIDED-TIME.
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY 'PENDING REWRITE FAILED - STATUS '
                       WS-PENDING-STATUS
           END-REWRITE.
           MOVE ZERO TO WS-ITEM-AGE.
           PERFORM PRINT-ITEM-LINE.

       APPLY-PENDING-ITEM.
           MOVE 'N' TO WS-APPLY-OK.
           MOVE 'N' TO WS-NAMEH-FAILED.
           EVALUATE PEND-ACTION
               WHEN 'D'
                   PERFORM APPLY-PENDING-DELETE
               WHEN 'B'
                   PERFORM APPLY-PENDING-DOB
               WHEN 'M'
                   PERFORM APPLY-PENDING-MERGE
               WHEN OTHER
                   DISPLAY 'NOT APPLIED - UNKNOWN ACTION '
                       PEND-ACTION
           END-EVALUATE.

      *    The logical delete PERSON-MAINT used to apply on the
      *    spot: the record is marked inactive, never removed. A
      *    record that has gone, or was made inactive by some
      *    other route while the item waited, is not applied.
       APPLY-PENDING-DELETE.
           MOVE PEND-PERSON-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON
               INVALID KEY
                   DISPLAY 'NOT APPLIED - NO RECORD FOR ID '
                       PEND-PERSON-ID
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       DISPLAY 'NOT APPLIED - ALREADY INACTIVE '
                           '- ID ' PEND-PERSON-ID
                   ELSE
                       MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'I' TO PERSON-STATUS IN PERSON-RECORD
                       REWRITE PERSON-RECORD
                           INVALID KEY
                               DISPLAY 'DELETE FAILED - STATUS '
                                   WS-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY 'RECORD MARKED INACTIVE '
                                   '- ID ' PEND-PERSON-ID
                               MOVE 'D' TO AUDIT-ACTION
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM JOURNAL-PERSON-CHANGE
                               MOVE 'Y' TO WS-APPLY-OK
                       END-REWRITE
                   END-IF
           END-READ.

      *    The new birth date was edited by PERSON-MAINT when it was
      *    queued; it goes onto the record as it stands now and is
      *    audited as a change. A record that has gone, or was made
      *    inactive while the item waited, is not applied, the same
      *    as a queued delete.
       APPLY-PENDING-DOB.
           MOVE PEND-PERSON-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON
               INVALID KEY
                   DISPLAY 'NOT APPLIED - NO RECORD FOR ID '
                       PEND-PERSON-ID
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       DISPLAY 'NOT APPLIED - RECORD INACTIVE '
                           '- ID ' PEND-PERSON-ID
                   ELSE
                       MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                       MOVE PEND-NEW-DOB
                           TO PERSON-DOB IN PERSON-RECORD
                       REWRITE PERSON-RECORD
                           INVALID KEY
                               DISPLAY 'REWRITE FAILED - STATUS '
                                   WS-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY 'BIRTH DATE CHANGED - ID '
                                   PEND-PERSON-ID
                               MOVE 'C' TO AUDIT-ACTION
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM JOURNAL-PERSON-CHANGE
                               MOVE 'Y' TO WS-APPLY-OK
                       END-REWRITE
                   END-IF
           END-READ.

      *    The merge PERSON-MERGE used to apply on the spot, behind
      *    the same checks it made when the item was queued.
       APPLY-PENDING-MERGE.
           MOVE 'Y' TO WS-PROCEED.
           MOVE PEND-PERSON-ID TO WS-SURV-ID.
           MOVE PEND-DUP-PERSON-ID TO WS-DUP-ID.
           PERFORM FETCH-MERGE-RECORDS.
           IF WS-PROCEED = 'Y'
               PERFORM APPLY-MERGE
           END-IF.

      *    Pulls both person records and whatever contact records
      *    exist for them into working storage, same as
      *    PERSON-MERGE's FETCH-RECORDS: both must still be on file
      *    and active, and the duplicate must not have become head
      *    of a household since the merge was queued.
       FETCH-MERGE-RECORDS.
           MOVE WS-SURV-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON
               INVALID KEY
                   DISPLAY 'NOT APPLIED - NO RECORD FOR SURVIVOR '
                       'ID ' WS-SURV-ID
                   MOVE 'N' TO WS-PROCEED
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       DISPLAY 'NOT APPLIED - SURVIVOR ' WS-SURV-ID
                           ' IS INACTIVE'
                       MOVE 'N' TO WS-PROCEED
                   ELSE
                       MOVE PERSON-RECORD TO WS-SURV-PERSON
                   END-IF
           END-READ.
           IF WS-PROCEED = 'Y'
               MOVE WS-DUP-ID TO PERSON-ID IN PERSON-RECORD
               READ PERSON
                   INVALID KEY
                       DISPLAY 'NOT APPLIED - NO RECORD FOR '
                           'DUPLICATE ID ' WS-DUP-ID
                       MOVE 'N' TO WS-PROCEED
                   NOT INVALID KEY
                       IF PERSON-STATUS IN PERSON-RECORD = 'I'
                           DISPLAY 'NOT APPLIED - DUPLICATE '
                               WS-DUP-ID ' IS INACTIVE'
                           MOVE 'N' TO WS-PROCEED
                       ELSE
                           MOVE PERSON-RECORD TO WS-DUP-PERSON
                       END-IF
               END-READ
           END-IF.
           MOVE 'N' TO WS-DUP-HAS-MEMB.
           IF WS-PROCEED = 'Y' AND WS-HH-FILES-OK = 'Y'
               PERFORM FETCH-DUP-MEMBERSHIP
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE 'N' TO WS-SURV-HAS-CONTACT
               MOVE WS-SURV-ID TO CONTACT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTACT-RECORD TO WS-SURV-CONTACT
                       MOVE 'Y' TO WS-SURV-HAS-CONTACT
               END-READ
               MOVE 'N' TO WS-DUP-HAS-CONTACT
               MOVE WS-DUP-ID TO CONTACT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTACT-RECORD TO WS-DUP-CONTACT
                       MOVE 'Y' TO WS-DUP-HAS-CONTACT
               END-READ
           END-IF.

       FETCH-DUP-MEMBERSHIP.
           MOVE WS-DUP-ID TO HHMEMB-PERSON-ID.
           READ HHMEMB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUP-HAS-MEMB
                   MOVE HHMEMB-HH-ID TO WS-DUP-HH-ID
           END-READ.
           IF WS-DUP-HAS-MEMB = 'Y'
               MOVE WS-DUP-HH-ID TO HH-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HH-HEAD-PERSON-ID = WS-DUP-ID
                           DISPLAY 'NOT APPLIED - DUPLICATE '
                               WS-DUP-ID ' IS HEAD OF '
                               'HOUSEHOLD ' WS-DUP-HH-ID
                           MOVE 'N' TO WS-PROCEED
                       END-IF
               END-READ
           END-IF.

      *    The merge proper, in an order that can be picked up
      *    after a failure: the survivor's contact record is made
      *    whole first, then the duplicate comes off CONTACTS and
      *    its household membership, then off PEOPLE, and only a
      *    completed removal is audited and counts as applied.
       APPLY-MERGE.
           PERFORM FOLD-CONTACT-FIELDS.
           IF WS-DUP-HAS-CONTACT = 'Y'
               MOVE WS-DUP-ID TO CONTACT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                       DELETE CONTACT-FILE RECORD
                           INVALID KEY
                               DISPLAY 'CONTACT DELETE FAILED - '
                                   'STATUS ' WS-CONTACT-STATUS
                           NOT INVALID KEY
                               DISPLAY 'DUPLICATE CONTACT '
                                   'REMOVED - ID ' WS-DUP-ID
                               MOVE SPACES TO JRNL-RECORD
                               MOVE 'CONTACTS' TO JRNL-FILE
                               MOVE 'D' TO JRNL-ACTION
                               MOVE WS-DUP-ID TO JRNL-REC-KEY
                               MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                               PERFORM WRITE-JOURNAL-RECORD
                       END-DELETE
               END-READ
           END-IF.
           IF WS-DUP-HAS-MEMB = 'Y'
               MOVE WS-DUP-ID TO HHMEMB-PERSON-ID
               READ HHMEMB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HHMEMB-RECORD TO WS-BEFORE-IMAGE
                       DELETE HHMEMB-FILE RECORD
                           INVALID KEY
                               DISPLAY 'MEMBERSHIP DELETE '
                                   'FAILED - STATUS '
                                   WS-HHMEMB-STATUS
                           NOT INVALID KEY
                               DISPLAY 'DUPLICATE DETACHED FROM '
                                   'HOUSEHOLD ' WS-DUP-HH-ID
                               MOVE SPACES TO JRNL-RECORD
                               MOVE 'HHMEMBS' TO JRNL-FILE
                               MOVE 'D' TO JRNL-ACTION
                               MOVE WS-DUP-ID TO JRNL-REC-KEY
                               MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                               PERFORM WRITE-JOURNAL-RECORD
                       END-DELETE
               END-READ
           END-IF.
           MOVE WS-DUP-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON
               INVALID KEY
                   DISPLAY 'DUPLICATE VANISHED BEFORE DELETE - '
                       'ID ' WS-DUP-ID
               NOT INVALID KEY
                   MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                   DELETE PERSON RECORD
                       INVALID KEY
                           DISPLAY 'PERSON DELETE FAILED - '
                               'STATUS ' WS-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY 'DUPLICATE ' WS-DUP-ID
                               ' MERGED INTO ' WS-SURV-ID
                               ' - CONTACT FIELDS CARRIED: '
                               WS-FIELDS-CARRIED
                           MOVE WS-DUP-PERSON TO PERSON-RECORD
                           MOVE 'D' TO AUDIT-ACTION
                           PERFORM WRITE-AUDIT-RECORD
                           MOVE SPACES TO JRNL-RECORD
                           MOVE 'PEOPLE' TO JRNL-FILE
                           MOVE 'D' TO JRNL-ACTION
                           MOVE WS-DUP-ID TO JRNL-REC-KEY
                           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE 'Y' TO WS-APPLY-OK
                   END-DELETE
           END-READ.
           IF WS-APPLY-OK = 'Y'
               PERFORM CARRY-NAME-HISTORY
               PERFORM FILE-MERGED-NAME
           END-IF.

      *    Moves every name-history record filed under the
      *    duplicate's id across to the survivor's, keeping its
      *    date, time and reason. Each pass starts again from the
      *    front of the duplicate's entries, since the one just
      *    moved is gone from under it. A row that cannot be moved
      *    ends the carry and marks the merge's history as failed.
       CARRY-NAME-HISTORY.
           MOVE 'N' TO WS-NAMEH-DONE.
           PERFORM UNTIL WS-NAMEH-DONE = 'Y'
               MOVE WS-DUP-ID TO NAMEH-PERSON-ID
               MOVE LOW-VALUES TO NAMEH-EFF-DATE
               MOVE LOW-VALUES TO NAMEH-EFF-TIME
               START NAME-HISTORY-FILE KEY IS NOT LESS THAN NAMEH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-NAMEH-DONE
               END-START
               IF WS-NAMEH-DONE = 'N'
                   READ NAME-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-NAMEH-DONE
                   END-READ
               END-IF
               IF WS-NAMEH-DONE = 'N'
                   IF NAMEH-PERSON-ID NOT = WS-DUP-ID
                       MOVE 'Y' TO WS-NAMEH-DONE
                   ELSE
                       PERFORM MOVE-NAME-HISTORY-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *    The survivor's copy is written first and the
      *    duplicate's row removed only once the copy is safely on
      *    file, so a failure never leaves the row under neither
      *    id. Both changes are journalled.
       MOVE-NAME-HISTORY-RECORD.
           MOVE NAMEH-RECORD TO WS-NAMEH-SAVE.
           MOVE WS-SURV-ID TO NAMEH-PERSON-ID.
           WRITE NAMEH-RECORD
               INVALID KEY
                   DISPLAY 'NAME HISTORY WRITE FAILED - STATUS '
                       WS-NAMEHIST-STATUS ' - ID ' WS-SURV-ID
                   MOVE 'Y' TO WS-NAMEH-FAILED
                   MOVE 'Y' TO WS-NAMEH-DONE
               NOT INVALID KEY
                   PERFORM JOURNAL-NAME-ADDED
           END-WRITE.
           IF WS-NAMEH-DONE = 'N'
               MOVE WS-NAMEH-SAVE TO NAMEH-RECORD
               DELETE NAME-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY 'NAME HISTORY DELETE FAILED - STATUS '
                           WS-NAMEHIST-STATUS ' - ID ' WS-DUP-ID
                       MOVE 'Y' TO WS-NAMEH-FAILED
                       MOVE 'Y' TO WS-NAMEH-DONE
                   NOT INVALID KEY
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'NAMEHST' TO JRNL-FILE
                       MOVE 'D' TO JRNL-ACTION
                       MOVE WS-DUP-ID TO JRNL-REC-KEY
                       MOVE WS-NAMEH-SAVE TO JRNL-BEFORE
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

      *    The duplicate's name goes on the survivor's history as
      *    a former name, reason M, under the approver's id.
       FILE-MERGED-NAME.
           MOVE SPACES TO NAMEH-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-SURV-ID TO NAMEH-PERSON-ID.
           MOVE WS-TIMESTAMP(1:8) TO NAMEH-EFF-DATE.
           MOVE WS-TIMESTAMP(9:8) TO NAMEH-EFF-TIME.
           MOVE WS-DUP-PERSON TO PERSON-RECORD.
           MOVE PERSON_NAME IN PERSON-RECORD TO NAMEH-OLD-NAME.
           MOVE WS-SURV-PERSON TO PERSON-RECORD.
           MOVE PERSON_NAME IN PERSON-RECORD TO NAMEH-NEW-NAME.
           MOVE 'M' TO NAMEH-REASON.
           MOVE WS-OPERATOR-ID TO NAMEH-OPERATOR.
           WRITE NAMEH-RECORD
               INVALID KEY
                   DISPLAY 'NAME HISTORY WRITE FAILED - STATUS '
                       WS-NAMEHIST-STATUS ' - ID ' WS-SURV-ID
                   MOVE 'Y' TO WS-NAMEH-FAILED
               NOT INVALID KEY
                   PERFORM JOURNAL-NAME-ADDED
           END-WRITE.

      *    Journals the name-history row just written under the
      *    survivor's id; NAMEH-RECORD still holds it.
       JOURNAL-NAME-ADDED.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'NAMEHST' TO JRNL-FILE.
           MOVE 'A' TO JRNL-ACTION.
           MOVE WS-SURV-ID TO JRNL-REC-KEY.
           MOVE NAMEH-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Carries each contact field of the duplicate over to the
      *    survivor wherever the survivor's is blank. A survivor
      *    with no contact record at all inherits the duplicate's
      *    whole card under the surviving id.
       FOLD-CONTACT-FIELDS.
           MOVE ZERO TO WS-FIELDS-CARRIED.
           IF WS-DUP-HAS-CONTACT = 'Y'
               IF WS-SURV-HAS-CONTACT = 'Y'
                   MOVE WS-SURV-CONTACT TO CONTACT-RECORD
                   PERFORM CARRY-BLANK-FIELDS
                   IF WS-FIELDS-CARRIED > 0
                       REWRITE CONTACT-RECORD
                           INVALID KEY
                               DISPLAY 'CONTACT REWRITE FAILED '
                                   '- STATUS ' WS-CONTACT-STATUS
                           NOT INVALID KEY
                               MOVE SPACES TO JRNL-RECORD
                               MOVE 'CONTACTS' TO JRNL-FILE
                               MOVE 'C' TO JRNL-ACTION
                               MOVE WS-SURV-ID TO JRNL-REC-KEY
                               MOVE WS-SURV-CONTACT TO JRNL-BEFORE
                               MOVE CONTACT-RECORD TO JRNL-AFTER
                               PERFORM WRITE-JOURNAL-RECORD
                               MOVE CONTACT-RECORD
                                   TO WS-SURV-CONTACT
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE WS-DUP-CONTACT TO CONTACT-RECORD
                   MOVE WS-SURV-ID TO CONTACT-PERSON-ID
                   WRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY 'CONTACT WRITE FAILED - '
                               'STATUS ' WS-CONTACT-STATUS
                       NOT INVALID KEY
                           MOVE SPACES TO JRNL-RECORD
                           MOVE 'CONTACTS' TO JRNL-FILE
                           MOVE 'A' TO JRNL-ACTION
                           MOVE WS-SURV-ID TO JRNL-REC-KEY
                           MOVE CONTACT-RECORD TO JRNL-AFTER
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE CONTACT-RECORD
                               TO WS-SURV-CONTACT
                           MOVE 'Y' TO WS-SURV-HAS-CONTACT
                           MOVE 4 TO WS-FIELDS-CARRIED
                   END-WRITE
               END-IF
           END-IF.

      *    CONTACT-RECORD holds the survivor's card on entry; the
      *    duplicate's values are read from the working copy. The
      *    address is carried as a whole, street to postal code, so
      *    the two cards' parts are never mixed.
       CARRY-BLANK-FIELDS.
           IF CONTACT-ADDRESS = SPACES AND
                   WS-DUP-CONTACT(11:60) NOT = SPACES
               MOVE WS-DUP-CONTACT(11:60) TO CONTACT-ADDRESS
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF.
           IF CONTACT-PHONE = SPACES AND
                   WS-DUP-CONTACT(73:15) NOT = SPACES
               MOVE WS-DUP-CONTACT(73:15) TO CONTACT-PHONE
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF.
           IF CONTACT-EMERG-NAME = SPACES AND
                   WS-DUP-CONTACT(90:20) NOT = SPACES
               MOVE WS-DUP-CONTACT(90:20) TO CONTACT-EMERG-NAME
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF.
           IF CONTACT-EMERG-PHONE = SPACES AND
                   WS-DUP-CONTACT(112:15) NOT = SPACES
               MOVE WS-DUP-CONTACT(112:15) TO CONTACT-EMERG-PHONE
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF.

      *    Nightly expiry: every item still pending more than
      *    WS-EXPIRY-DAYS days after it was queued is marked X and
      *    printed on the exceptions report. The age is the
      *    difference of the two dates' day numbers, so it is right
      *    across month and year ends. A queued date that is not a
      *    date at all cannot be aged and is expired with the rest.
       EXPIRY-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE LOW-VALUES TO PEND-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PEND-STATUS = 'P'
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM AGE-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       AGE-PENDING-ITEM.
           IF PEND-QUEUED-DATE IS NUMERIC
               MOVE PEND-QUEUED-DATE TO WS-QUEUED-DATE
               COMPUTE WS-ITEM-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE)
           ELSE
               MOVE 9999 TO WS-ITEM-AGE
           END-IF.
           IF WS-ITEM-AGE > WS-EXPIRY-DAYS
               MOVE 'X' TO PEND-STATUS
               MOVE 'EXPIRED' TO WS-OUTCOME
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY
               MOVE WS-TIMESTAMP(1:8) TO PEND-DECIDED-DATE
               MOVE WS-TIMESTAMP(9:6) TO PEND-DECIDED-TIME
               REWRITE PEND-RECORD
                   INVALID KEY
                       DISPLAY 'PENDING REWRITE FAILED - STATUS '
                           WS-PENDING-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPIRED-COUNT
                       PERFORM PRINT-ITEM-LINE
               END-REWRITE
           ELSE
               ADD 1 TO WS-LEFT-COUNT
           END-IF.

      *    Appends one audit record for an applied approval. The
      *    operator column carries the operator who asked for the
      *    change and the approver column the one who approved it,
      *    so the trail names both. PERSON-RECORD holds the record
      *    the change was made to; for a merge that is the
      *    duplicate's before image. AUDIT-ACTION is set by the
      *    caller.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE PEND-REQ-OPERATOR TO AUDIT-OPERATOR.
           MOVE PERSON_NAME IN PERSON-RECORD TO AUDIT-PERSON-NAME.
           MOVE PERSON-DOB IN PERSON-RECORD TO WS-DOB-FIELDS.
           PERFORM COMPUTE-AGE-FROM-DOB.
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE PERSON-ID IN PERSON-RECORD TO AUDIT-PERSON-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

      *    Appends the run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD. On the
      *    expiry run every pending item read was either expired
      *    (applied) or left pending (skipped); anything expired is
      *    an exception someone has to follow up, so it surfaces as
      *    WARN. In a terminal session every item presented was
      *    decided (approved or rejected, applied), could not be
      *    applied (rejected, and WARN) or was left pending
      *    (skipped). A merge applied with its name history only
      *    part moved counts as applied but also makes it WARN.
      *    The date and time are the run's start, the tag a
      *    session's journal records carry.
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
           MOVE WS-JOB-NAME TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-ITEM-COUNT TO RUNCTL-READ.
           MOVE WS-LEFT-COUNT TO RUNCTL-SKIPPED.
           IF WS-RUN-MODE = 'E'
               MOVE WS-EXPIRED-COUNT TO RUNCTL-APPLIED
               MOVE ZERO TO RUNCTL-REJECTED
               IF WS-EXPIRED-COUNT = 0
                   MOVE 'OK' TO RUNCTL-STATUS
               ELSE
                   MOVE 'WARN' TO RUNCTL-STATUS
               END-IF
           ELSE
               COMPUTE RUNCTL-APPLIED =
                   WS-APPROVED-COUNT + WS-REJECTED-COUNT
               MOVE WS-FAILED-COUNT TO RUNCTL-REJECTED
               IF WS-FAILED-COUNT = 0 AND WS-HIST-FAILED-COUNT = 0
                   MOVE 'OK' TO RUNCTL-STATUS
               ELSE
                   MOVE 'WARN' TO RUNCTL-STATUS
               END-IF
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Journals a PERSON record rewritten in place by an
      *    approval: WS-BEFORE-IMAGE holds the record as read and
      *    PERSON-RECORD the record as it now stands.
       JOURNAL-PERSON-CHANGE.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'PEOPLE' TO JRNL-FILE.
           MOVE 'C' TO JRNL-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO JRNL-REC-KEY.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE PERSON-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Opens the change journal (see JOURNAL.CPY). Every journal
      *    record the session writes carries the run's start date
      *    and time, taken at the top of the run. Created fresh
      *    only on status 35, the same drill as the audit log.
       OPEN-JOURNAL.
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

      *    Writes one before/after image pair under this session's
      *    tag and the next sequence number. The caller has set
      *    JRNL-FILE, JRNL-ACTION, JRNL-REC-KEY and the images. The
      *    journal names the approver, who made the change happen;
      *    the requester is on the audit trail.
       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JOB-NAME TO JRNL-JOB.
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

      *    One line per decided or expired item; the DAYS column
      *    is only filled in by the expiry pass.
       PRINT-ITEM-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE PEND-QUEUED-DATE TO WS-IL-DATE.
           EVALUATE PEND-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO WS-IL-ACTION
                   MOVE SPACES TO WS-IL-DETAIL
               WHEN 'B'
                   MOVE 'DOB CHG' TO WS-IL-ACTION
                   MOVE SPACES TO WS-IL-DETAIL
                   STRING 'DOB ' DELIMITED BY SIZE
                          PEND-NEW-DOB DELIMITED BY SIZE
                       INTO WS-IL-DETAIL
               WHEN 'M'
                   MOVE 'MERGE' TO WS-IL-ACTION
                   MOVE SPACES TO WS-IL-DETAIL
                   STRING 'DUP ' DELIMITED BY SIZE
                          PEND-DUP-PERSON-ID DELIMITED BY SIZE
                       INTO WS-IL-DETAIL
               WHEN OTHER
                   MOVE PEND-ACTION TO WS-IL-ACTION
                   MOVE SPACES TO WS-IL-DETAIL
           END-EVALUATE.
           MOVE PEND-PERSON-ID TO WS-IL-PERSON-ID.
           MOVE PEND-REQ-OPERATOR TO WS-IL-REQUESTER.
           MOVE WS-OUTCOME TO WS-IL-OUTCOME.
           MOVE WS-ITEM-AGE TO WS-IL-DAYS.
           MOVE WS-ITEM-LINE TO REPORT-RECORD.
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

      *    An empty run still gets a headed page, same as
      *    PERSON-LIST.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'ITEMS PENDING READ:' TO WS-TOTAL-LABEL.
           MOVE WS-ITEM-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           IF WS-RUN-MODE = 'E'
               MOVE 'ITEMS EXPIRED:' TO WS-TOTAL-LABEL
               MOVE WS-EXPIRED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
           ELSE
               MOVE 'APPROVED:' TO WS-TOTAL-LABEL
               MOVE WS-APPROVED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'REJECTED:' TO WS-TOTAL-LABEL
               MOVE WS-REJECTED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'NOT APPLIED:' TO WS-TOTAL-LABEL
               MOVE WS-FAILED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'NAME HISTORY FAILED:' TO WS-TOTAL-LABEL
               MOVE WS-HIST-FAILED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
           END-IF.
           MOVE 'LEFT PENDING:' TO WS-TOTAL-LABEL.
           MOVE WS-LEFT-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

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
