      *                    running households (either file
      *                    missing) skips the membership work
      *                    rather than inventing empty files.
      * 15/10/2026 MAINT   A merge is no longer applied here. Once
      *                    both records pass the same checks and
      *                    the operator confirms, the merge is
      *                    written to the pending-approval file
      *                    (see PENDING.CPY) and only takes effect
      *                    when a different operator with a higher
      *                    level approves it in PERSON-APPROVE,
      *                    which now holds the fold/delete logic
      *                    and writes the audit entry naming both
      *                    operators. The report shows the before
      *                    image and that the merge was queued; the
      *                    files are only read here now.
      * 15/10/2026 MAINT   New batch mode (B) works through the
      *                    reviewed worklist from PERSON-DUPSCAN
      *                    (see DUPWORK.CPY) instead of the operator
      *                    keying the two ids: a pair marked M goes
      *                    through the same checks and is queued for
      *                    approval without the confirm prompt, a
      *                    pair marked N is recorded on the
      *                    not-duplicate file (see NOTDUP.CPY) so
      *                    later scans leave it alone, and an
      *                    unmarked pair is skipped. The batch id
      *                    PERSONMRG signs on like PERSON-MAINT's
      *                    and a batch run appends a run-control
      *                    record. Files now ASSIGN to ddnames.
      * 15/10/2026 MAINT   CONTACTS records are now 130 bytes (the
      *                    structured address, see CONTACT.CPY): the
      *                    saved cards follow, and the report shows
      *                    each card's city, province and postal
      *                    code on an AREA line under the street.
      * 15/10/2026 MAINT   New entry point PMRGMENU for OPERATOR-MENU:
      *                    a keyed merge under the id and level the
      *                    menu signed on and passed through (see
      *                    SIGNON.CPY), with no mode or sign-on
      *                    prompt, that GOBACKs to the menu.
      * 15/10/2026 MAINT   A merge whose pending-file key is already
      *                    taken -- two worklist pairs with the same
      *                    survivor queued inside one hundredth of a
      *                    second -- is now re-stamped from the clock
      *                    and written again, up to five tries,
      *                    instead of failing on the first. One that
      *                    still cannot be queued is reported as not
      *                    queued, with the reason.
      * 15/10/2026 MAINT   A not-a-duplicate ruling on the worklist
      *                    gets the same id edit as a merge, and
      *                    only a pair already on NOTDUP counts as
      *                    recorded when the write is refused; any
      *                    other failure is rejected and listed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-MAINT, so PERSMRGE.jcl's
      *    DD statements connect when run as a batch step; a
      *    terminal run allocates the same ddnames.
           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO CONTACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-PERSON-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO OPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO MRGERPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO HSEHOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT HHMEMB-FILE ASSIGN TO HHMEMBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHMEMB-PERSON-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HHMEMB-STATUS.

           SELECT PENDING-FILE ASSIGN TO PENDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT DUPWORK-FILE ASSIGN TO DUPWORK
               FILE STATUS IS WS-DUPWORK-STATUS.

           SELECT NOTDUP-FILE ASSIGN TO NOTDUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTDUP-KEY
               FILE STATUS IS WS-NOTDUP-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

           COPY CONTACT.

       FD OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.


           COPY HHMEMB.

       FD PENDING-FILE
           DATA RECORD IS PEND-RECORD.

           COPY PENDING.

       FD DUPWORK-FILE
           DATA RECORD IS DUPW-RECORD.

           COPY DUPWORK.

       FD NOTDUP-FILE
           DATA RECORD IS NOTDUP-RECORD.

           COPY NOTDUP.

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
      *    record areas under the FDs can only hold one at a time.
       01 WS-SURV-PERSON PIC X(55).
       01 WS-DUP-PERSON PIC X(55).
       01 WS-SURV-CONTACT PIC X(130).
       01 WS-DUP-CONTACT PIC X(130).
       01 WS-SURV-HAS-CONTACT PIC X(1).
       01 WS-DUP-HAS-CONTACT PIC X(1).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-HHMEMB-STATUS PIC X(2).
       01 WS-HH-FILES-OK PIC X(1) VALUE 'N'.
       01 WS-DUP-HAS-MEMB PIC X(1) VALUE 'N'.
       01 WS-DUP-HH-ID PIC 9(5).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-DUPWORK-STATUS PIC X(2).
       01 WS-NOTDUP-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-DUPWORK-EOF PIC X(1) VALUE 'N'.
       01 WS-QUEUED PIC X(1).
       01 WS-QUEUE-TRIES PIC 9(1).
      *    Batch counters for the run-control record.
       01 WS-WORK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-QUEUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOTDUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNMARKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAIR-LINE.
           05 WS-PR-LABEL PIC X(11).
           05 WS-PR-SURV-ID PIC Z(6)9.
           05 FILLER PIC X(3) VALUE ' / '.
           05 WS-PR-DUP-ID PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PR-TEXT PIC X(40).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
           05 FILLER PIC X(4).
           05 WS-CURRENT-MM PIC X(2).
           05 WS-CURRENT-DD PIC X(2).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE 'PERSON MERGE REPORT'.
           05 WS-CL1-PHONE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL1-ADDRESS PIC X(30).
       01 WS-CONTACT-LINE-AREA.
           05 WS-CLA-LABEL PIC X(11).
           05 WS-CLA-CITY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLA-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLA-POSTAL-CODE PIC X(8).
       01 WS-CONTACT-LINE-2.
           05 WS-CL2-LABEL PIC X(11).
           05 WS-CL2-EMERG-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL2-EMERG-PHONE PIC X(15).

       LINKAGE SECTION.

           COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    Mode B works through the reviewed duplicate worklist with
      *    no operator present, like PERSON-MAINT's batch mode; any
      *    other answer runs the keyed single merge. A batch step
      *    supplies the B through SYSIN.
           DISPLAY 'Run mode (B=batch, T=terminal): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.

           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               MOVE 'B' TO WS-RUN-MODE
               MOVE 'PERSONMRG' TO WS-OPERATOR-ID
           ELSE
               MOVE 'T' TO WS-RUN-MODE
               DISPLAY 'Enter your operator/job id: '
               ACCEPT WS-OPERATOR-ID
           END-IF.

           PERFORM OPERATOR-SIGNON.

           PERFORM MERGE-SESSION.

           STOP RUN.

      *    Entry from OPERATOR-MENU: always the keyed single merge,
      *    run under the id and level the menu has already proved,
      *    and control goes back to the menu at the end.
       MENU-ENTRY.
       ENTRY 'PMRGMENU' USING SIGNON-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           MOVE 'T' TO WS-RUN-MODE.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SIGNON-AUTH-LEVEL TO WS-OPER-LEVEL.

           PERFORM MERGE-SESSION.

           GOBACK.

      *    Opens the files, runs the batch or terminal session and
      *    closes down, whichever way the program was entered.
       MERGE-SESSION.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONTACTS - STATUS '
                   WS-CONTACT-STATUS
               STOP RUN
           END-IF.

      *    The merge waits here for a second operator's approval;
      *    same create-if-missing rule as PERSON-MAINT's queue.
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
               DISPLAY 'UNABLE TO OPEN MRGERPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-HOUSEHOLD-FILES.

           IF WS-RUN-MODE = 'B'
               PERFORM BATCH-SESSION
           ELSE
               PERFORM TERMINAL-SESSION
           END-IF.

           CLOSE PERSON.
           CLOSE CONTACT-FILE.
           CLOSE PENDING-FILE.
           IF WS-HH-FILES-OK = 'Y'
               CLOSE HOUSEHOLD-FILE
               CLOSE HHMEMB-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-RUN-MODE = 'B'
               PERFORM WRITE-RUN-CONTROL
               DISPLAY 'WORKLIST PAIRS READ: ' WS-WORK-COUNT
               DISPLAY 'MERGES QUEUED: ' WS-QUEUED-COUNT
               DISPLAY 'NOT-DUPLICATES RECORDED: ' WS-NOTDUP-COUNT
               DISPLAY 'PAIRS REJECTED: ' WS-REJECT-COUNT
               DISPLAY 'PAIRS NOT MARKED: ' WS-UNMARKED-COUNT
           END-IF.

           DISPLAY 'REPORT WRITTEN TO MRGERPT'.

      *    One keyed merge: the operator names both ids, sees the
      *    before image and confirms before it is queued.
       TERMINAL-SESSION.
           PERFORM GET-MERGE-IDS.
           IF WS-PROCEED = 'Y'
               PERFORM FETCH-RECORDS
           IF WS-PROCEED = 'Y'
               PERFORM PRINT-REPORT-HEADING
               PERFORM PRINT-BEFORE-SECTION
               DISPLAY 'QUEUE MERGE OF DUPLICATE ' WS-DUP-ID
                   ' INTO ' WS-SURV-ID ' FOR APPROVAL? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM QUEUE-MERGE
               ELSE
                   DISPLAY 'MERGE NOT QUEUED'
                   MOVE 'MERGE NOT QUEUED - OPERATOR DECLINED'
                       TO WS-SECTION-LINE
                   PERFORM PRINT-SECTION-LINE
               END-IF
           END-IF.

      *    Unattended pass over the reviewed worklist (see
      *    DUPWORK.CPY). The reviewer has marked each pair M to
      *    merge, N for not a duplicate, or left it blank; the
      *    survivor and duplicate ids may have been swapped by hand
      *    where the higher id is the better record to keep. A
      *    merge is queued for approval exactly as a keyed one is,
      *    so the dual control still applies; it just skips the
      *    confirm prompt, the marking being the confirmation.
       BATCH-SESSION.
           OPEN INPUT DUPWORK-FILE.
           IF WS-DUPWORK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPWORK - STATUS '
                   WS-DUPWORK-STATUS
               STOP RUN
           END-IF.
      *    Same create-if-missing rule as the pending file: the
      *    first not-duplicate ruling builds the file.
           OPEN I-O NOTDUP-FILE.
           IF WS-NOTDUP-STATUS = '35'
               OPEN OUTPUT NOTDUP-FILE
               CLOSE NOTDUP-FILE
               OPEN I-O NOTDUP-FILE
           END-IF.
           IF WS-NOTDUP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN NOTDUP - STATUS '
                   WS-NOTDUP-STATUS
               STOP RUN
           END-IF.

           PERFORM PRINT-REPORT-HEADING.
           PERFORM READ-DUPWORK.
           PERFORM UNTIL WS-DUPWORK-EOF = 'Y'
               ADD 1 TO WS-WORK-COUNT
               EVALUATE DUPW-DISPOSITION
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM PROCESS-WORKLIST-MERGE
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM RECORD-NOT-DUPLICATE
                   WHEN OTHER
                       ADD 1 TO WS-UNMARKED-COUNT
               END-EVALUATE
               PERFORM READ-DUPWORK
           END-PERFORM.

           IF WS-QUEUED-COUNT = 0 AND WS-REJECT-COUNT = 0
               MOVE 'NO MERGES MARKED ON THE WORKLIST'
                   TO WS-SECTION-LINE
               PERFORM PRINT-SECTION-LINE
           END-IF.
           CLOSE DUPWORK-FILE.
           CLOSE NOTDUP-FILE.

       READ-DUPWORK.
           READ DUPWORK-FILE
               AT END
                   MOVE 'Y' TO WS-DUPWORK-EOF
           END-READ.

      *    A worklist merge goes through EDIT-WORKLIST-IDS and then
      *    the same FETCH-RECORDS checks as a keyed one, since
      *    either record may have changed since the scan. A
      *    rejected pair is listed on the report; the reason is on
      *    the job log.
       PROCESS-WORKLIST-MERGE.
           PERFORM EDIT-WORKLIST-IDS.
           IF WS-PROCEED = 'Y'
               PERFORM FETCH-RECORDS
           END-IF.
           IF WS-PROCEED = 'Y'
               PERFORM PRINT-BEFORE-SECTION
               PERFORM QUEUE-MERGE
           END-IF.
           IF WS-PROCEED = 'Y' AND WS-QUEUED = 'Y'
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED:  ' TO WS-PR-LABEL
               MOVE DUPW-SURV-ID TO WS-PR-SURV-ID
               MOVE DUPW-DUP-ID TO WS-PR-DUP-ID
               MOVE 'MERGE NOT QUEUED - SEE JOB LOG' TO WS-PR-TEXT
               MOVE WS-PAIR-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

      *    The worklist ids are numeric fields, but a hand edit can
      *    still leave one blank, zero or the same as the other.
       EDIT-WORKLIST-IDS.
           MOVE 'Y' TO WS-PROCEED.
           MOVE 'N' TO WS-QUEUED.
           IF DUPW-SURV-ID IS NOT NUMERIC OR
                   DUPW-DUP-ID IS NOT NUMERIC
               DISPLAY 'REJECTED - WORKLIST ID NOT NUMERIC: '
                   DUPW-SURV-ID ' ' DUPW-DUP-ID
               MOVE 'N' TO WS-PROCEED
           ELSE
               IF DUPW-SURV-ID = ZERO OR DUPW-DUP-ID = ZERO
                   DISPLAY 'REJECTED - WORKLIST ID OUT OF RANGE: '
                       DUPW-SURV-ID ' ' DUPW-DUP-ID
                   MOVE 'N' TO WS-PROCEED
               ELSE
                   IF DUPW-SURV-ID = DUPW-DUP-ID
                       DISPLAY 'REJECTED - SURVIVOR AND DUPLICATE '
                           'ARE THE SAME ID'
                       MOVE 'N' TO WS-PROCEED
                   ELSE
                       MOVE DUPW-SURV-ID TO WS-SURV-ID
                       MOVE DUPW-DUP-ID TO WS-DUP-ID
                   END-IF
               END-IF
           END-IF.

      *    Records the reviewer's not-a-duplicate ruling, lower id
      *    first whichever way round the worklist holds the pair,
      *    so PERSON-DUPSCAN never proposes it again. The ids get
      *    the same edit as a merge's. A pair already on file (an
      *    old worklist re-run, status 22) is left as it was and
      *    still counts as dealt with; any other write failure, or
      *    a pair that fails the edit, is rejected and listed.
       RECORD-NOT-DUPLICATE.
           PERFORM EDIT-WORKLIST-IDS.
           IF WS-PROCEED = 'Y'
               MOVE SPACES TO NOTDUP-RECORD
               IF DUPW-SURV-ID < DUPW-DUP-ID
                   MOVE DUPW-SURV-ID TO NOTDUP-LOW-ID
                   MOVE DUPW-DUP-ID TO NOTDUP-HIGH-ID
               ELSE
                   MOVE DUPW-DUP-ID TO NOTDUP-LOW-ID
                   MOVE DUPW-SURV-ID TO NOTDUP-HIGH-ID
               END-IF
               MOVE WS-OPERATOR-ID TO NOTDUP-MARKED-BY
               MOVE WS-RUN-DATE TO NOTDUP-MARKED-DATE
               WRITE NOTDUP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-NOTDUP-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '22'
                       DISPLAY 'ALREADY RECORDED NOT A DUPLICATE: '
                           NOTDUP-LOW-ID ' ' NOTDUP-HIGH-ID
                   WHEN OTHER
                       DISPLAY 'NOT-DUPLICATE WRITE FAILED - STATUS '
                           WS-NOTDUP-STATUS ' - ' NOTDUP-LOW-ID ' '
                           NOTDUP-HIGH-ID
                       MOVE 'N' TO WS-PROCEED
               END-EVALUATE
           END-IF.
           MOVE DUPW-SURV-ID TO WS-PR-SURV-ID.
           MOVE DUPW-DUP-ID TO WS-PR-DUP-ID.
           IF WS-PROCEED = 'Y'
               ADD 1 TO WS-NOTDUP-COUNT
               MOVE 'NOT DUP:   ' TO WS-PR-LABEL
               MOVE 'RECORDED AS NOT A DUPLICATE' TO WS-PR-TEXT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED:  ' TO WS-PR-LABEL
               MOVE 'NOT-DUPLICATE NOT RECORDED - SEE JOB LOG'
                   TO WS-PR-TEXT
           END-IF.
           MOVE WS-PAIR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Proves the keyed-in operator id, or the fixed batch id,
      *    against the OPERATORS sign-on file, same as FILE-EXAMPLE.
      *    A merge removes a record, so even requesting one needs
      *    full delete authority (level 3, see OPERATOR.CPY); a
      *    missing sign-on file is a refusal too.
       OPERATOR-SIGNON.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OPERS - STATUS '
                   WS-OPERATOR-STATUS
               STOP RUN
           END-IF.
      *    dangling member this code exists to prevent.
       OPEN-HOUSEHOLD-FILES.
           MOVE 'N' TO WS-HH-FILES-OK.
           OPEN INPUT HHMEMB-FILE.
           IF WS-HHMEMB-STATUS = '35'
               DISPLAY 'NO HOUSEHOLD FILES - MEMBERSHIP SKIPPED'
           ELSE
               IF WS-HHMEMB-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HHMEMBS - STATUS '
                       WS-HHMEMB-STATUS
                   STOP RUN
               ELSE
                       CLOSE HHMEMB-FILE
                   ELSE
                       IF WS-HOUSEHOLD-STATUS NOT = '00'
                           DISPLAY 'UNABLE TO OPEN HSEHOLDS '
                               '- STATUS ' WS-HOUSEHOLD-STATUS
                           STOP RUN
                       ELSE
               END-READ
           END-IF.

      *    Writes the merge to the pending-approval file (see
      *    PENDING.CPY) instead of applying it: the survivor is the
      *    item's person id and the duplicate rides alongside.
      *    PERSON-APPROVE re-runs the active and head-of-household
      *    checks before it applies anything, since either record
      *    can change while the item waits. The key is the time
      *    queued plus the survivor, so a batch run queueing two
      *    pairs for one survivor can land on a key already taken
      *    (status 22); the item is then stamped afresh and written
      *    again, a few times at most.
       QUEUE-MERGE.
           MOVE SPACES TO PEND-RECORD.
           MOVE WS-SURV-ID TO PEND-PERSON-ID.
           MOVE 'M' TO PEND-ACTION.
           MOVE 'P' TO PEND-STATUS.
           MOVE 'PERSMRGE' TO PEND-SOURCE.
           MOVE WS-OPERATOR-ID TO PEND-REQ-OPERATOR.
           MOVE WS-OPER-LEVEL TO PEND-REQ-LEVEL.
           MOVE WS-DUP-ID TO PEND-DUP-PERSON-ID.
           MOVE ZERO TO WS-QUEUE-TRIES.
           MOVE '22' TO WS-PENDING-STATUS.
           PERFORM UNTIL WS-PENDING-STATUS NOT = '22'
                   OR WS-QUEUE-TRIES = 5
               ADD 1 TO WS-QUEUE-TRIES
               PERFORM STAMP-PENDING-KEY
               WRITE PEND-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           IF WS-PENDING-STATUS = '00'
               DISPLAY 'MERGE QUEUED FOR APPROVAL'
               MOVE 'Y' TO WS-QUEUED
               MOVE 'MERGE QUEUED FOR APPROVAL'
                   TO WS-SECTION-LINE
           ELSE
               DISPLAY 'QUEUE FAILED - STATUS '
                   WS-PENDING-STATUS ' - SURVIVOR ' WS-SURV-ID
                   ' DUPLICATE ' WS-DUP-ID
               IF WS-PENDING-STATUS = '22'
                   MOVE 'MERGE NOT QUEUED - PENDING KEY IN USE'
                       TO WS-SECTION-LINE
               ELSE
                   MOVE 'MERGE NOT QUEUED - PENDING FILE ERROR'
                       TO WS-SECTION-LINE
               END-IF
           END-IF.
           PERFORM PRINT-SECTION-LINE.

      *    Stamps the pending key with the time queued, waiting for
      *    the clock to move past the stamp of a try that found the
      *    key taken, so each try is at a new key.
       STAMP-PENDING-KEY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM UNTIL WS-TIMESTAMP(1:8) NOT = PEND-QUEUED-DATE
                   OR WS-TIMESTAMP(9:8) NOT = PEND-QUEUED-TIME
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           END-PERFORM.
           MOVE WS-TIMESTAMP(1:8) TO PEND-QUEUED-DATE.
           MOVE WS-TIMESTAMP(9:8) TO PEND-QUEUED-TIME.

      *    Appends the batch run's line to the central run-control
      *    file for the OPS-REPORT, same as PERSON-MAINT: every
      *    worklist pair read ended as applied (merge queued or
      *    not-duplicate recorded), rejected, or skipped unmarked.
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
           MOVE 'PERSMRGE' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-WORK-COUNT TO RUNCTL-READ.
           COMPUTE WS-APPLIED-COUNT =
               WS-QUEUED-COUNT + WS-NOTDUP-COUNT.
           MOVE WS-APPLIED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           MOVE WS-UNMARKED-COUNT TO RUNCTL-SKIPPED.
           IF WS-REJECT-COUNT = 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

       PRINT-REPORT-HEADING.
           PERFORM FORMAT-RUN-DATE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-SECTION-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
       PRINT-CONTACT-LINES.
           MOVE '  CONTACT: ' TO WS-CL1-LABEL.
           MOVE CONTACT-PHONE TO WS-CL1-PHONE.
           MOVE CONTACT-STREET TO WS-CL1-ADDRESS.
           MOVE WS-CONTACT-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE '  AREA:    ' TO WS-CLA-LABEL.
           MOVE CONTACT-CITY TO WS-CLA-CITY.
           MOVE CONTACT-PROVINCE TO WS-CLA-PROVINCE.
           MOVE CONTACT-POSTAL-CODE TO WS-CLA-POSTAL-CODE.
           MOVE WS-CONTACT-LINE-AREA TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE '  EMERG:   ' TO WS-CL2-LABEL.
           MOVE CONTACT-EMERG-NAME TO WS-CL2-EMERG-NAME.
           MOVE CONTACT-EMERG-PHONE TO WS-CL2-EMERG-PHONE.
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-YYYY DELIMITED BY SIZE
               INTO WS-HEAD-DATE.
