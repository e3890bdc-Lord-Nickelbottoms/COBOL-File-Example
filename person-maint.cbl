      *                    for the morning OPS-REPORT, same as
      *                    PERSON-LOAD; a terminal session is not
      *                    a scheduled job and writes none.
      * 15/10/2026 MAINT   Deletes and birth-date changes are no
      *                    longer applied here. Each one is
      *                    validated as before and then written to
      *                    the pending-approval file (see
      *                    PENDING.CPY) with this operator's id and
      *                    level, and only takes effect when a
      *                    different operator with a higher level
      *                    approves it in PERSON-APPROVE. A change
      *                    carrying both a new name and a new birth
      *                    date applies the name at once and queues
      *                    the date. Queued transactions count as
      *                    applied on the run-control record: the
      *                    transaction has been dealt with. Audit
      *                    records carry a blank AUDIT-APPROVER.
      * 15/10/2026 MAINT   Every add, change and reinstate now also
      *                    writes a before/after-image record to
      *                    the change journal (see JOURNAL.CPY)
      *                    under the job name PERSMNT and this
      *                    run's start time -- the same tag now
      *                    stamped on a batch run's run-control
      *                    record -- so a bad MNTTRANS deck can be
      *                    taken back out by PERSON-BACKOUT instead
      *                    of restoring the whole file.
      * 15/10/2026 MAINT   A name change now also writes the old and
      *                    new name to the name-history file (see
      *                    NAMEHIST.CPY), so a former name can still
      *                    be looked up once the audit trail has
      *                    been archived. The change carries a
      *                    reason -- C, a correction, or L, a legal
      *                    change of name -- in the new last byte
      *                    of the MNTTRANS record (blank is taken as
      *                    a correction) or from a terminal prompt.
      * 15/10/2026 MAINT   New entry point PMNTMENU for OPERATOR-MENU:
      *                    a terminal session under the id and level
      *                    the menu signed on and passed through (see
      *                    SIGNON.CPY), with no mode or sign-on
      *                    prompt, that GOBACKs to the menu. The
      *                    level still gates each action as before.
      * 15/10/2026 MAINT   A terminal session now appends a run-
      *                    control record too, under its own job
      *                    name PMNTTERM so it can never stand in for
      *                    the nightly PERSMNT run on OPS-REPORT, and
      *                    its journal records carry the same name.
      *                    The session's journal tag is displayed at
      *                    close, so a session can be backed out by
      *                    PERSON-BACKOUT like a batch run. An add
      *                    declined at the duplicate-name warning is
      *                    counted as skipped, so the session's
      *                    counts balance.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PENDING-FILE ASSIGN TO PENDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO NAMEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NAMEHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

           COPY RUNCTL.

       FD PENDING-FILE
           DATA RECORD IS PEND-RECORD.

           COPY PENDING.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       FD MAINT-FILE
           DATA RECORD IS MAINT-RECORD.

           05 MAINT-PERSON-ID PIC X(7).
           05 MAINT-NAME PIC A(30).
           05 MAINT-DOB PIC X(8).
           05 MAINT-NAME-REASON PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-PROCEED PIC X(1).
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REINSTATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUP-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TIMESTAMP PIC X(21).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-PEND-ACTION PIC X(1).
       01 WS-DOB-QUEUED PIC X(1).
       01 WS-QUEUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-JRNL-ACTION PIC X(1).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(100).
       01 WS-NAMEHIST-STATUS PIC X(2).
       01 WS-NAME-REASON PIC X(1).
       01 WS-OLD-NAME PIC X(20).
      *    PERSMNT for a batch run, PMNTTERM for a terminal session:
      *    the job name on the run-control and journal records.
       01 WS-JOB-NAME PIC X(8).

       LINKAGE SECTION.

           COPY SIGNON.

       PROCEDURE DIVISION.


           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               MOVE 'B' TO WS-RUN-MODE
               MOVE 'PERSMNT' TO WS-JOB-NAME
               MOVE 'PERSONMNT' TO WS-OPERATOR-ID
           ELSE
               MOVE 'T' TO WS-RUN-MODE
               MOVE 'PMNTTERM' TO WS-JOB-NAME
               DISPLAY 'Enter your operator/job id: '
               ACCEPT WS-OPERATOR-ID
           END-IF.
      *    run only applies what its operator record allows.
           PERFORM OPERATOR-SIGNON.

           PERFORM MAINT-SESSION.

           STOP RUN.

      *    Entry from OPERATOR-MENU: always a terminal session, run
      *    under the id and level the menu has already proved, and
      *    control goes back to the menu at the end.
       MENU-ENTRY.
       ENTRY 'PMNTMENU' USING SIGNON-AREA.
           MOVE 'T' TO WS-RUN-MODE.
           MOVE 'PMNTTERM' TO WS-JOB-NAME.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SIGNON-AUTH-LEVEL TO WS-OPER-LEVEL.

           PERFORM MAINT-SESSION.

           GOBACK.

      *    Opens the files, runs the batch or terminal session and
      *    closes down, whichever way the program was entered.
       MAINT-SESSION.
      *    Same create-if-missing behaviour as FILE-EXAMPLE: OPEN I-O
      *    needs the indexed file to already exist. Status 35 means
      *    it is missing; any other non-zero status is a real open
               STOP RUN
           END-IF.

      *    Deletes and birth-date changes wait here for a second
      *    operator's approval; same create-if-missing rule as
      *    PEOPLE, so the first run after the queue was introduced
      *    builds an empty one.
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

           PERFORM OPEN-JOURNAL.

      *    Name history is kept for good; same create-if-missing
      *    rule as the pending file.
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

           PERFORM READ-ID-CONTROL.

           IF WS-RUN-MODE = 'B'

           CLOSE PERSON.
           CLOSE AUDIT-FILE.
           CLOSE PENDING-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE NAME-HISTORY-FILE.

           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'MAINTENANCE COMPLETE - ADDED: ' WS-ADD-COUNT.
           DISPLAY 'RECORDS CHANGED: ' WS-CHANGE-COUNT.
           DISPLAY 'QUEUED FOR APPROVAL: ' WS-QUEUED-COUNT.
           DISPLAY 'RECORDS REINSTATED: ' WS-REINSTATE-COUNT.
           DISPLAY 'ACTIONS REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'DUPLICATES SKIPPED: ' WS-DUP-SKIP-COUNT.
           DISPLAY 'JOURNAL TAG: ' WS-JOB-NAME ' ' WS-RUN-DATE ' '
               WS-RUN-TIME.

      *    Proves the operator id against the OPERATORS sign-on
      *    file, same as FILE-EXAMPLE: an id that is not on file,
           END-IF.
           PERFORM READ-MAINT-TRANS.
           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               MOVE MAINT-ACTION TO WS-ACTION
               MOVE MAINT-PERSON-ID TO WS-ID-INPUT
               MOVE MAINT-NAME TO WS-NAME-INPUT
               MOVE MAINT-DOB TO WS-DOB-INPUT
               MOVE MAINT-NAME-REASON TO WS-NAME-REASON
               PERFORM APPLY-ACTION
               PERFORM READ-MAINT-TRANS
           END-PERFORM.
      *    Prompt-driven session: one action per pass until the
      *    operator quits. A change leaves the name or age unchanged
      *    when the prompt is answered with spaces; a delete asks for
      *    confirmation before it is queued for approval.
       TERMINAL-SESSION.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION = 'Q'
                       ACCEPT WS-ID-INPUT
                       DISPLAY 'New name (spaces = keep): '
                       ACCEPT WS-NAME-INPUT
                       MOVE SPACE TO WS-NAME-REASON
                       IF WS-NAME-INPUT NOT = SPACES
                           DISPLAY 'Reason (C=correction, '
                               'L=legal change of name): '
                           ACCEPT WS-NAME-REASON
                       END-IF
                       DISPLAY 'New date of birth (YYYYMMDD, '
                           'spaces = keep): '
                       ACCEPT WS-DOB-INPUT
                       MOVE 'D' TO WS-ACTION
                       DISPLAY 'Enter the PERSON-ID to delete: '
                       ACCEPT WS-ID-INPUT
                       DISPLAY 'QUEUE THIS DELETE FOR APPROVAL? '
                           '(Y/N): '
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           PERFORM APPLY-ACTION
                       ELSE
                           DISPLAY 'DELETE NOT QUEUED'
                       END-IF
                   WHEN 'R'
                   WHEN 'r'
      *    run under an under-authorized id shows exactly what was
      *    refused.
       APPLY-ACTION.
           ADD 1 TO WS-TRANS-COUNT.
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'C'
                               WS-OVERRIDE NOT = 'y'
                           MOVE 'N' TO WS-PROCEED
                           DISPLAY 'RECORD NOT WRITTEN'
                           ADD 1 TO WS-DUP-SKIP-COUNT
                       END-IF
                   END-IF
               END-IF
      *    Corrects the record addressed by WS-ID-INPUT. A name or
      *    birth date of all spaces leaves that field as it stands,
      *    so a change transaction only has to carry what is wrong.
      *    A birth date that actually differs from the one on file
      *    is not applied here: it goes to the pending-approval
      *    file for a second operator (see QUEUE-PENDING).
       APPLY-CHANGE.
           PERFORM EDIT-TARGET-ID.
           IF WS-PROCEED = 'Y'
               END-READ
           END-IF.

      *    The birth date is edited first, so a bad date rejects
      *    the whole transaction before anything is written. A
      *    good new date is queued; the name, when one was given,
      *    is rewritten at once. A transaction that only queued a
      *    date is counted as queued, anything that rewrote the
      *    record as a change -- each transaction is counted once.
       REWRITE-TARGET.
           MOVE 'Y' TO WS-PROCEED.
           MOVE 'N' TO WS-DOB-QUEUED.
           IF WS-NAME-INPUT NOT = SPACES
               PERFORM EDIT-NAME-REASON
           END-IF.
           IF WS-PROCEED = 'Y' AND WS-DOB-INPUT NOT = SPACES
               PERFORM EDIT-DOB
               IF WS-DOB-OK = 'Y'
                   IF WS-DOB-FIELDS
                           NOT = PERSON-DOB IN PERSON-RECORD
                       MOVE 'Y' TO WS-DOB-QUEUED
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.
           IF WS-PROCEED = 'Y' AND WS-DOB-QUEUED = 'Y'
               MOVE 'B' TO WS-PEND-ACTION
               PERFORM QUEUE-PENDING
           END-IF.
           IF WS-PROCEED = 'Y'
               IF WS-NAME-INPUT NOT = SPACES OR WS-DOB-QUEUED = 'N'
                   PERFORM REWRITE-NAME
               ELSE
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
           END-IF.

      *    A blank reason on a name change is a correction, the
      *    common case; anything but C or L rejects the whole
      *    transaction before anything is written.
       EDIT-NAME-REASON.
           EVALUATE WS-NAME-REASON
               WHEN SPACE
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-NAME-REASON
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WS-NAME-REASON
               WHEN OTHER
                   DISPLAY 'REJECTED - UNKNOWN NAME CHANGE REASON '
                       WS-NAME-REASON ' - ID ' WS-ID-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
           END-EVALUATE.

       REWRITE-NAME.
           MOVE PERSON-RECORD TO WS-BEFORE-IMAGE.
           MOVE PERSON_NAME IN PERSON-RECORD TO WS-OLD-NAME.
           IF WS-NAME-INPUT NOT = SPACES
               MOVE WS-NAME-INPUT TO PERSON_NAME IN PERSON-RECORD
           END-IF.
           REWRITE PERSON-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS '
                       WS-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY 'RECORD CHANGED - ID '
                       PERSON-ID IN PERSON-RECORD
                   MOVE 'C' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'C' TO WS-JRNL-ACTION
                   PERFORM JOURNAL-PERSON-CHANGE
                   IF PERSON_NAME IN PERSON-RECORD NOT = WS-OLD-NAME
                       PERFORM WRITE-NAME-HISTORY
                   END-IF
           END-REWRITE.

      *    Files the name just replaced (see NAMEHIST.CPY) under
      *    the person's id and the moment of the change, with the
      *    reason the transaction gave.
       WRITE-NAME-HISTORY.
           MOVE SPACES TO NAMEH-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE PERSON-ID IN PERSON-RECORD TO NAMEH-PERSON-ID.
           MOVE WS-TIMESTAMP(1:8) TO NAMEH-EFF-DATE.
           MOVE WS-TIMESTAMP(9:8) TO NAMEH-EFF-TIME.
           MOVE WS-OLD-NAME TO NAMEH-OLD-NAME.
           MOVE PERSON_NAME IN PERSON-RECORD TO NAMEH-NEW-NAME.
           MOVE WS-NAME-REASON TO NAMEH-REASON.
           MOVE WS-OPERATOR-ID TO NAMEH-OPERATOR.
           WRITE NAMEH-RECORD
               INVALID KEY
                   DISPLAY 'NAME HISTORY WRITE FAILED - STATUS '
                       WS-NAMEHIST-STATUS ' - ID '
                       PERSON-ID IN PERSON-RECORD
           END-WRITE.

      *    Queues the record addressed by WS-ID-INPUT for a logical
      *    delete rather than marking it inactive here: a delete
      *    only takes effect when a second operator approves it in
      *    PERSON-APPROVE, which marks the record 'I' and audits
      *    it. The record is read first so a missing id or a record
      *    already inactive is rejected now, not left for the
      *    approver to find.
       APPLY-DELETE.
           PERFORM EDIT-TARGET-ID.
           IF WS-PROCEED = 'Y'
                               '- ID ' WS-ID-INPUT
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           MOVE 'D' TO WS-PEND-ACTION
                           PERFORM QUEUE-PENDING
                           IF WS-PROCEED = 'Y'
                               ADD 1 TO WS-QUEUED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    Writes the change just validated to the pending-approval
      *    file (see PENDING.CPY) instead of applying it. The item
      *    carries this operator's id and authority level, so
      *    PERSON-APPROVE can insist on a different sign-on with a
      *    higher level. The key leads with the date and time the
      *    item was queued; the same person queued twice inside
      *    one hundredth of a second is the only collision, and
      *    it is rejected.
       QUEUE-PENDING.
           MOVE SPACES TO PEND-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO PEND-QUEUED-DATE.
           MOVE WS-TIMESTAMP(9:8) TO PEND-QUEUED-TIME.
           MOVE PERSON-ID IN PERSON-RECORD TO PEND-PERSON-ID.
           MOVE WS-PEND-ACTION TO PEND-ACTION.
           MOVE 'P' TO PEND-STATUS.
           MOVE 'PERSMNT' TO PEND-SOURCE.
           MOVE WS-OPERATOR-ID TO PEND-REQ-OPERATOR.
           MOVE WS-OPER-LEVEL TO PEND-REQ-LEVEL.
           MOVE ZERO TO PEND-DUP-PERSON-ID.
           IF WS-PEND-ACTION = 'B'
               MOVE WS-DOB-FIELDS TO PEND-NEW-DOB
           END-IF.
           WRITE PEND-RECORD
               INVALID KEY
                   DISPLAY 'QUEUE FAILED - STATUS '
                       WS-PENDING-STATUS ' - ID '
                       PERSON-ID IN PERSON-RECORD
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
               NOT INVALID KEY
                   IF WS-PEND-ACTION = 'D'
                       DISPLAY 'DELETE QUEUED FOR APPROVAL - ID '
                           PERSON-ID IN PERSON-RECORD
                   ELSE
                       DISPLAY 'BIRTH DATE CHANGE QUEUED FOR '
                           'APPROVAL - ID '
                           PERSON-ID IN PERSON-RECORD
                   END-IF
           END-WRITE.

      *    Flips an inactive record back to active, the undo for
      *    APPLY-DELETE's logical delete. Only a record actually
      *    marked 'I' can be reinstated; anything else is rejected
                               WS-ID-INPUT
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           MOVE PERSON-RECORD TO WS-BEFORE-IMAGE
                           MOVE 'A'
                               TO PERSON-STATUS IN PERSON-RECORD
                           REWRITE PERSON-RECORD
                                   MOVE 'R' TO WS-AUDIT-ACTION
                                   PERFORM WRITE-AUDIT-RECORD
                                   ADD 1 TO WS-REINSTATE-COUNT
                                   MOVE 'C' TO WS-JRNL-ACTION
                                   PERFORM JOURNAL-PERSON-CHANGE
                           END-REWRITE
                       END-IF
               END-READ
                   MOVE 'A' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-JRNL-ACTION
                   PERFORM JOURNAL-PERSON-CHANGE
           END-WRITE.

      *    Validates the raw WS-DOB-INPUT: a birth date must be an
               SUBTRACT 1 FROM WS-DERIVED-AGE
           END-IF.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD: every
      *    transaction read, or action keyed at a terminal, ended
      *    as applied (add, change, reinstate, or queued for
      *    approval), rejected, or duplicate-skipped.
      *    Append-only, created fresh only on status 35. The date
      *    and time are the run's start, the tag its journal
      *    records carry.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               STOP RUN
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-JOB-NAME TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-TRANS-COUNT TO RUNCTL-READ.
           COMPUTE WS-APPLIED-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT
               + WS-QUEUED-COUNT + WS-REINSTATE-COUNT.
           MOVE WS-APPLIED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           MOVE WS-DUP-SKIP-COUNT TO RUNCTL-SKIPPED.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Journals the PERSON record just written or rewritten:
      *    WS-BEFORE-IMAGE holds the record as read (spaces for an
      *    add) and PERSON-RECORD the record as it now stands.
      *    WS-JRNL-ACTION is set by the caller.
       JOURNAL-PERSON-CHANGE.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'PEOPLE' TO JRNL-FILE.
           MOVE WS-JRNL-ACTION TO JRNL-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO JRNL-REC-KEY.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE PERSON-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag every journal record
      *    and the run-control record carry. A terminal session is
      *    tagged the same way, under PMNTTERM. Created fresh only
      *    on status 35, the same drill as the audit log.
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

      *    Appends one audit record per applied action so the file
      *    can be reconciled later against who changed what. The
      *    action code distinguishes corrections and removals from
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO AUDIT-PERSON-ID.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.
