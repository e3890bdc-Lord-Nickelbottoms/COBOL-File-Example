      *                    retrying the same id after a stale
      *                    control record wedged every later
      *                    create on the same rejection.
      * 15/10/2026 MAINT   Every household created and every member
      *                    attached or detached now writes a
      *                    before/after-image record to the change
      *                    journal (see JOURNAL.CPY) under the job
      *                    name HHMAINT and this run's start time
      *                    -- the same tag now stamped on a batch
      *                    run's run-control record -- so
      *                    PERSON-BACKOUT can take a bad run back
      *                    out.
      * 15/10/2026 MAINT   New entry point HHMTMENU for OPERATOR-MENU:
      *                    a terminal session under the id and level
      *                    the menu signed on and passed through (see
      *                    SIGNON.CPY), with no mode or sign-on
      *                    prompt, that GOBACKs to the menu.
      * 15/10/2026 MAINT   A terminal session now appends a run-
      *                    control record too, under its own job
      *                    name HHMTTERM, and its journal records
      *                    carry the same name. The session's journal
      *                    tag is displayed at close, so a session
      *                    can be backed out by PERSON-BACKOUT like a
      *                    batch run.
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

           COPY RUNCTL.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD HHTRANS-FILE
           DATA RECORD IS HHTRANS-RECORD.

       01 WS-HHTRANS-STATUS PIC X(2).
       01 WS-HHIDCTL-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(100).
       01 WS-RUN-MODE PIC X(1).
       01 WS-ACTION PIC X(1).
       01 WS-HH-INPUT PIC X(5).
       01 WS-DETACH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
      *    HHMAINT for a batch run, HHMTTERM for a terminal session:
      *    the job name on the run-control and journal records.
       01 WS-JOB-NAME PIC X(8).

       LINKAGE SECTION.

           COPY SIGNON.

       PROCEDURE DIVISION.


           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               MOVE 'B' TO WS-RUN-MODE
               MOVE 'HHMAINT' TO WS-JOB-NAME
               MOVE 'HHMAINT' TO WS-OPERATOR-ID
           ELSE
               MOVE 'T' TO WS-RUN-MODE
               MOVE 'HHMTTERM' TO WS-JOB-NAME
               DISPLAY 'Enter your operator/job id: '
               ACCEPT WS-OPERATOR-ID
           END-IF.

           PERFORM OPERATOR-SIGNON.

           PERFORM HOUSEHOLD-SESSION.

           STOP RUN.

      *    Entry from OPERATOR-MENU: always a terminal session, run
      *    under the id and level the menu has already proved, and
      *    control goes back to the menu at the end.
       MENU-ENTRY.
       ENTRY 'HHMTMENU' USING SIGNON-AREA.
           MOVE 'T' TO WS-RUN-MODE.
           MOVE 'HHMTTERM' TO WS-JOB-NAME.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SIGNON-AUTH-LEVEL TO WS-OPER-LEVEL.

           PERFORM HOUSEHOLD-SESSION.

           GOBACK.

      *    Opens the files, runs the batch or terminal session and
      *    closes down, whichever way the program was entered.
       HOUSEHOLD-SESSION.
      *    Same create-if-missing behaviour as the loaders: OPEN
      *    I-O needs each indexed file to already exist; status 35
      *    means it is missing.
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           PERFORM READ-HHID-CONTROL.

           IF WS-RUN-MODE = 'B'
           CLOSE HOUSEHOLD-FILE.
           CLOSE HHMEMB-FILE.
           CLOSE PERSON.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'HOUSEHOLD MAINTENANCE COMPLETE - CREATED: '
               WS-CREATE-COUNT.
           DISPLAY 'MEMBERS ATTACHED: ' WS-ATTACH-COUNT.
           DISPLAY 'MEMBERS DETACHED: ' WS-DETACH-COUNT.
           DISPLAY 'ACTIONS REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'JOURNAL TAG: ' WS-JOB-NAME ' ' WS-RUN-DATE ' '
               WS-RUN-TIME.

      *    Proves the operator id against the OPERATORS sign-on
      *    file, same as PERSON-MAINT. Household grouping changes
           END-IF.
           PERFORM READ-HHTRANS.
           PERFORM UNTIL WS-HHTRANS-EOF = 'Y'
               MOVE HHTRANS-ACTION TO WS-ACTION
               MOVE HHTRANS-HH-ID TO WS-HH-INPUT
               MOVE HHTRANS-PERSON-ID TO WS-ID-INPUT
           END-PERFORM.

       APPLY-ACTION.
           ADD 1 TO WS-TRANS-COUNT.
           EVALUATE WS-ACTION
               WHEN 'C'
                   PERFORM APPLY-CREATE
                           'WRITTEN'
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'HSEHOLDS' TO JRNL-FILE
                       MOVE 'A' TO JRNL-ACTION
                       MOVE HH-ID TO JRNL-REC-KEY
                       MOVE HOUSEHOLD-RECORD TO JRNL-AFTER
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE SPACES TO HHMEMB-RECORD
                       MOVE WS-TARGET-PERSON-ID
                           TO HHMEMB-PERSON-ID
                                   HH-ID ' HEAD '
                                   WS-TARGET-PERSON-ID
                               ADD 1 TO WS-CREATE-COUNT
                               PERFORM JOURNAL-MEMBER-ADD
                       END-WRITE
               END-WRITE
           END-IF.
                           WS-TARGET-PERSON-ID ' TO HOUSEHOLD '
                           WS-TARGET-HH-ID
                       ADD 1 TO WS-ATTACH-COUNT
                       PERFORM JOURNAL-MEMBER-ADD
               END-WRITE
           END-IF.

               END-READ
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE HHMEMB-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-TARGET-PERSON-ID TO HHMEMB-PERSON-ID
               DELETE HHMEMB-FILE RECORD
                   INVALID KEY
                       DISPLAY 'MEMBER DETACHED - '
                           WS-TARGET-PERSON-ID
                       ADD 1 TO WS-DETACH-COUNT
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'HHMEMBS' TO JRNL-FILE
                       MOVE 'D' TO JRNL-ACTION
                       MOVE WS-TARGET-PERSON-ID TO JRNL-REC-KEY
                       MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

      *    Journals the membership record just written, for a
      *    create's head or an attach.
       JOURNAL-MEMBER-ADD.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'HHMEMBS' TO JRNL-FILE.
           MOVE 'A' TO JRNL-ACTION.
           MOVE HHMEMB-PERSON-ID TO JRNL-REC-KEY.
           MOVE HHMEMB-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Validates WS-ID-INPUT through NUMVAL's signed result,
      *    the same id edit as PERSON-MAINT, leaving the value in
      *    WS-TARGET-PERSON-ID.
               END-READ
           END-PERFORM.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD: every
      *    transaction read, or action keyed at a terminal, ended
      *    as applied (created, attached or detached) or rejected.
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
               WS-CREATE-COUNT + WS-ATTACH-COUNT
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag every journal record
      *    and the run-control record carry. Created fresh only on
      *    status 35, the same drill as the run-control file. A
      *    terminal session is tagged the same way, under HHMTTERM.
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
