      *****************************************************************
      * Program name:    GUARDIAN-MAINT
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Maintenance for the guardian/
      *                    dependent links (see GUARDIAN.CPY): each
      *                    person under 18 is linked by PERSON-ID to
      *                    one or more adults responsible for them,
      *                    with the kind of relationship. Actions,
      *                    in the HOUSEHOLD-MAINT mould (batch from
      *                    GRDTRANS or prompt-driven at a terminal):
      *                    A adds a link, C changes its relationship
      *                    type, D ends it, Q quits. Both ids must
      *                    have active PEOPLE records; the dependent
      *                    must be under 18 and the guardian 18 or
      *                    over, both ages worked out from
      *                    PERSON-DOB as of the run date. Sign-on
      *                    needs add/change authority (level 2, see
      *                    OPERATOR.CPY); a batch run signs on as
      *                    the fixed job id GRDMAINT and appends a
      *                    run-control record. Every link added,
      *                    changed or ended is journalled (see
      *                    JOURNAL.CPY) so PERSON-BACKOUT can take a
      *                    run back out. Run mode X is the nightly
      *                    exception report (GRDCHK.jcl), which
      *                    changes nothing and lists: minors with no
      *                    active guardian; links whose guardian has
      *                    been deleted or merged away (or whose
      *                    dependent has); and links to be ended
      *                    because the dependent has turned 18.
      * 15/10/2026 MAINT   A terminal session now appends a run-
      *                    control record too, under its own job
      *                    name GRDMTERM, and its journal records
      *                    carry the same name. The session's journal
      *                    tag is displayed at close, so a session
      *                    can be backed out by PERSON-BACKOUT like a
      *                    batch run.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GUARDIAN-MAINT.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as HOUSEHOLD-MAINT, so the JCL's
      *    DD statements connect when run as a batch step; a
      *    terminal run allocates the same ddnames.
           SELECT GUARDIAN-FILE ASSIGN TO GUARDNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUARD-KEY
               ALTERNATE RECORD KEY IS GUARD-GUARDIAN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO OPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT GRDTRANS-FILE ASSIGN TO GRDTRANS
               FILE STATUS IS WS-GRDTRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO GRDRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD GUARDIAN-FILE
           DATA RECORD IS GUARD-RECORD.

           COPY GUARDIAN.

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

       FD OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.

           COPY OPERATOR.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD GRDTRANS-FILE
           DATA RECORD IS GRDTRANS-RECORD.

       01 GRDTRANS-RECORD.
           05 GRDTRANS-ACTION PIC X(1).
           05 GRDTRANS-DEPENDENT-ID PIC X(7).
           05 GRDTRANS-GUARDIAN-ID PIC X(7).
           05 GRDTRANS-RELATIONSHIP PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LINK-EOF PIC X(1) VALUE 'N'.
       01 WS-GRDTRANS-EOF PIC X(1) VALUE 'N'.
       01 WS-GUARDIAN-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-GRDTRANS-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(30).
       01 WS-RUN-MODE PIC X(1).
       01 WS-ACTION PIC X(1).
       01 WS-DEP-INPUT PIC X(7).
       01 WS-GRD-INPUT PIC X(7).
       01 WS-REL-INPUT PIC X(1).
       01 WS-ID-INPUT PIC X(7).
       01 WS-ID-POS PIC 9(2).
       01 WS-ID-SIGNED PIC S9(7).
       01 WS-TARGET-PERSON-ID PIC 9(7).
       01 WS-DEP-ID PIC 9(7).
       01 WS-GRD-ID PIC 9(7).
       01 WS-PROCEED PIC X(1).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPER-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-END-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
      *    GRDMAINT for a batch run, GRDMTERM for a terminal session:
      *    the job name on the run-control and journal records.
       01 WS-JOB-NAME PIC X(8).
      *    Ages, worked out from PERSON-DOB as of the run date.
       01 WS-DOB-FIELDS.
           05 WS-DOB-YYYY PIC 9(4).
           05 WS-DOB-MMDD PIC 9(4).
       01 WS-DERIVED-AGE PIC S9(4).
       01 WS-ADULT-AGE PIC 9(2) VALUE 18.
      *    Exception report (run mode X).
       01 WS-HAVE-LINKS PIC X(1) VALUE 'N'.
       01 WS-SAVE-PERSON-ID PIC 9(7).
       01 WS-SAVE-NAME PIC X(20).
       01 WS-GUARDIAN-REASON PIC X(18).
       01 WS-ACTIVE-GUARDIANS PIC 9(3).
       01 WS-LINK-FLAGGED PIC X(1).
       01 WS-LINKS-READ PIC 9(5) VALUE ZERO.
       01 WS-LINKS-FLAGGED PIC 9(5) VALUE ZERO.
       01 WS-MINORS-READ PIC 9(5) VALUE ZERO.
       01 WS-MINORS-FLAGGED PIC 9(5) VALUE ZERO.
       01 WS-NOW-ADULT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GUARDIAN-GONE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DEPENDENT-GONE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHECKED-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-TOTAL PIC 9(7) VALUE ZERO.
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
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE 'GUARDIAN LINK EXCEPTIONS'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-HEADING-2.
           05 FILLER PIC X(8) VALUE ' DEP-ID '.
           05 FILLER PIC X(21) VALUE 'DEPENDENT NAME'.
           05 FILLER PIC X(8) VALUE ' GRD-ID '.
           05 FILLER PIC X(21) VALUE 'GUARDIAN NAME'.
           05 FILLER PIC X(2) VALUE 'R '.
           05 FILLER PIC X(18) VALUE 'EXCEPTION'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-EXCEPTION-LINE.
           05 WS-EX-DEP-ID PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EX-DEP-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EX-GRD-ID PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EX-GRD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EX-REL PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EX-REASON PIC X(18).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    Mode B reads link transactions from GRDTRANS with no
      *    operator present, like HOUSEHOLD-MAINT; mode X is the
      *    nightly exception report; any other answer runs a
      *    prompt-driven terminal session. A batch step supplies
      *    the B or X through SYSIN.
           DISPLAY 'Run mode (B=batch, T=terminal, X=exceptions): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.

           IF WS-RUN-MODE = 'X' OR WS-RUN-MODE = 'x'
               MOVE 'X' TO WS-RUN-MODE
               PERFORM EXCEPTION-REPORT
               STOP RUN
           END-IF.

           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               MOVE 'B' TO WS-RUN-MODE
               MOVE 'GRDMAINT' TO WS-JOB-NAME
               MOVE 'GRDMAINT' TO WS-OPERATOR-ID
           ELSE
               MOVE 'T' TO WS-RUN-MODE
               MOVE 'GRDMTERM' TO WS-JOB-NAME
               DISPLAY 'Enter your operator/job id: '
               ACCEPT WS-OPERATOR-ID
           END-IF.

           PERFORM OPERATOR-SIGNON.

      *    Same create-if-missing behaviour as HOUSEHOLD-MAINT: OPEN
      *    I-O needs the indexed file to already exist; status 35
      *    means it is missing.
           OPEN I-O GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '35'
               OPEN OUTPUT GUARDIAN-FILE
               CLOSE GUARDIAN-FILE
               OPEN I-O GUARDIAN-FILE
           END-IF.
           IF WS-GUARDIAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GUARDNS - STATUS '
                   WS-GUARDIAN-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           IF WS-RUN-MODE = 'B'
               PERFORM BATCH-SESSION
           ELSE
               PERFORM TERMINAL-SESSION
           END-IF.

           CLOSE GUARDIAN-FILE.
           CLOSE PERSON.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'GUARDIAN MAINTENANCE COMPLETE - LINKED: '
               WS-LINK-COUNT.
           DISPLAY 'LINKS CHANGED: ' WS-CHANGE-COUNT.
           DISPLAY 'LINKS ENDED: ' WS-END-COUNT.
           DISPLAY 'ACTIONS REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'JOURNAL TAG: ' WS-JOB-NAME ' ' WS-RUN-DATE ' '
               WS-RUN-TIME.

           STOP RUN.

      *    Proves the operator id against the OPERATORS sign-on
      *    file, same as HOUSEHOLD-MAINT. Linking changes no PERSON
      *    record, so add/change authority (level 2) covers every
      *    action here.
       OPERATOR-SIGNON.
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
           IF WS-OPER-LEVEL < 2
               DISPLAY 'INSUFFICIENT AUTHORITY FOR GUARDIAN '
                   'MAINTENANCE'
               STOP RUN
           END-IF.

      *    Unattended pass over the link transaction file. Each
      *    record carries the action code, the dependent's and the
      *    guardian's PERSON-IDs and the relationship type (ignored
      *    when a link is ended).
       BATCH-SESSION.
           OPEN INPUT GRDTRANS-FILE.
           IF WS-GRDTRANS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRDTRANS - STATUS '
                   WS-GRDTRANS-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-GRDTRANS.
           PERFORM UNTIL WS-GRDTRANS-EOF = 'Y'
               MOVE GRDTRANS-ACTION TO WS-ACTION
               MOVE GRDTRANS-DEPENDENT-ID TO WS-DEP-INPUT
               MOVE GRDTRANS-GUARDIAN-ID TO WS-GRD-INPUT
               MOVE GRDTRANS-RELATIONSHIP TO WS-REL-INPUT
               PERFORM APPLY-ACTION
               PERFORM READ-GRDTRANS
           END-PERFORM.
           CLOSE GRDTRANS-FILE.

       READ-GRDTRANS.
           READ GRDTRANS-FILE
               AT END
                   MOVE 'Y' TO WS-GRDTRANS-EOF
           END-READ.

      *    Prompt-driven session: one action per pass until the
      *    operator quits, the same shape as HOUSEHOLD-MAINT's
      *    terminal session.
       TERMINAL-SESSION.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY 'Action (A=add link, C=change relationship, '
                   'D=end link, Q=quit): '
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO WS-ACTION
                       PERFORM PROMPT-LINK-IDS
                       PERFORM PROMPT-RELATIONSHIP
                       PERFORM APPLY-ACTION
                   WHEN 'C'
                   WHEN 'c'
                       MOVE 'C' TO WS-ACTION
                       PERFORM PROMPT-LINK-IDS
                       PERFORM PROMPT-RELATIONSHIP
                       PERFORM APPLY-ACTION
                   WHEN 'D'
                   WHEN 'd'
                       MOVE 'D' TO WS-ACTION
                       PERFORM PROMPT-LINK-IDS
                       MOVE SPACE TO WS-REL-INPUT
                       PERFORM APPLY-ACTION
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'Q' TO WS-ACTION
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION - TRY AGAIN'
               END-EVALUATE
           END-PERFORM.

       PROMPT-LINK-IDS.
           DISPLAY 'Dependent PERSON-ID: '.
           ACCEPT WS-DEP-INPUT.
           DISPLAY 'Guardian PERSON-ID: '.
           ACCEPT WS-GRD-INPUT.

       PROMPT-RELATIONSHIP.
           DISPLAY 'Relationship (P=parent, S=step-parent, '
               'G=legal guardian, F=foster carer, R=relative): '.
           ACCEPT WS-REL-INPUT.

       APPLY-ACTION.
           ADD 1 TO WS-TRANS-COUNT.
           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM APPLY-LINK
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-END
               WHEN OTHER
                   DISPLAY 'REJECTED - UNKNOWN ACTION ' WS-ACTION
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *    Adds a link. The dependent must be a real, active person
      *    under 18; the guardian a real, active person of 18 or
      *    over -- a guardian who is a minor or has been deleted
      *    is exactly the link this file exists to rule out. A
      *    link already on file is rejected on the duplicate key.
       APPLY-LINK.
           PERFORM EDIT-LINK-IDS.
           IF WS-PROCEED = 'Y'
               PERFORM EDIT-RELATIONSHIP
           END-IF.
           IF WS-PROCEED = 'Y'
               PERFORM CHECK-DEPENDENT
           END-IF.
           IF WS-PROCEED = 'Y'
               PERFORM CHECK-GUARDIAN
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE SPACES TO GUARD-RECORD
               MOVE WS-DEP-ID TO GUARD-DEPENDENT-ID
               MOVE WS-GRD-ID TO GUARD-GUARDIAN-ID
               MOVE WS-REL-INPUT TO GUARD-RELATIONSHIP
               MOVE WS-RUN-DATE TO GUARD-LINKED-DATE
               WRITE GUARD-RECORD
                   INVALID KEY
                       DISPLAY 'REJECTED - ALREADY LINKED: '
                           WS-DEP-INPUT ' TO ' WS-GRD-INPUT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY 'LINK ADDED - DEPENDENT ' WS-DEP-ID
                           ' GUARDIAN ' WS-GRD-ID
                       ADD 1 TO WS-LINK-COUNT
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'GUARDNS' TO JRNL-FILE
                       MOVE 'A' TO JRNL-ACTION
                       MOVE WS-DEP-ID TO JRNL-REC-KEY
                       MOVE GUARD-RECORD TO JRNL-AFTER
                       PERFORM WRITE-JOURNAL-RECORD
               END-WRITE
           END-IF.

      *    Changes the relationship type on an existing link; the
      *    two people it joins stay as they are.
       APPLY-CHANGE.
           PERFORM EDIT-LINK-IDS.
           IF WS-PROCEED = 'Y'
               PERFORM EDIT-RELATIONSHIP
           END-IF.
           IF WS-PROCEED = 'Y'
               PERFORM READ-LINK
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE GUARD-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-REL-INPUT TO GUARD-RELATIONSHIP
               REWRITE GUARD-RECORD
                   INVALID KEY
                       DISPLAY 'LINK REWRITE FAILED - STATUS '
                           WS-GUARDIAN-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY 'LINK CHANGED - DEPENDENT ' WS-DEP-ID
                           ' GUARDIAN ' WS-GRD-ID
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'GUARDNS' TO JRNL-FILE
                       MOVE 'C' TO JRNL-ACTION
                       MOVE WS-DEP-ID TO JRNL-REC-KEY
                       MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                       MOVE GUARD-RECORD TO JRNL-AFTER
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

      *    Ends a link by removing it: when the dependent turns 18,
      *    or the guardian is no longer responsible for them.
       APPLY-END.
           PERFORM EDIT-LINK-IDS.
           IF WS-PROCEED = 'Y'
               PERFORM READ-LINK
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE GUARD-RECORD TO WS-BEFORE-IMAGE
               DELETE GUARDIAN-FILE RECORD
                   INVALID KEY
                       DISPLAY 'LINK DELETE FAILED - STATUS '
                           WS-GUARDIAN-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY 'LINK ENDED - DEPENDENT ' WS-DEP-ID
                           ' GUARDIAN ' WS-GRD-ID
                       ADD 1 TO WS-END-COUNT
                       MOVE SPACES TO JRNL-RECORD
                       MOVE 'GUARDNS' TO JRNL-FILE
                       MOVE 'D' TO JRNL-ACTION
                       MOVE WS-DEP-ID TO JRNL-REC-KEY
                       MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

      *    Keyed READ of the link named by the two ids.
       READ-LINK.
           MOVE WS-DEP-ID TO GUARD-DEPENDENT-ID.
           MOVE WS-GRD-ID TO GUARD-GUARDIAN-ID.
           READ GUARDIAN-FILE
               INVALID KEY
                   DISPLAY 'REJECTED - NO LINK FROM ' WS-DEP-INPUT
                       ' TO ' WS-GRD-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
           END-READ.

      *    Both ids through the same edit; a person cannot be their
      *    own guardian.
       EDIT-LINK-IDS.
           MOVE WS-DEP-INPUT TO WS-ID-INPUT.
           PERFORM EDIT-PERSON-ID.
           IF WS-PROCEED = 'Y'
               MOVE WS-TARGET-PERSON-ID TO WS-DEP-ID
               MOVE WS-GRD-INPUT TO WS-ID-INPUT
               PERFORM EDIT-PERSON-ID
           END-IF.
           IF WS-PROCEED = 'Y'
               MOVE WS-TARGET-PERSON-ID TO WS-GRD-ID
               IF WS-GRD-ID = WS-DEP-ID
                   DISPLAY 'REJECTED - DEPENDENT AND GUARDIAN ARE '
                       'THE SAME PERSON: ' WS-DEP-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.

      *    Validates WS-ID-INPUT through NUMVAL's signed result,
      *    the same id edit as HOUSEHOLD-MAINT, leaving the value
      *    in WS-TARGET-PERSON-ID.
       EDIT-PERSON-ID.
           MOVE 'Y' TO WS-PROCEED.
           MOVE FUNCTION TEST-NUMVAL(WS-ID-INPUT) TO WS-ID-POS.
           IF WS-ID-POS NOT = 0
               DISPLAY 'REJECTED - PERSON-ID NOT NUMERIC: '
                   WS-ID-INPUT
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'N' TO WS-PROCEED
           ELSE
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-ID-SIGNED
               IF WS-ID-SIGNED >= 1
                   MOVE WS-ID-SIGNED TO WS-TARGET-PERSON-ID
               ELSE
                   DISPLAY 'REJECTED - PERSON-ID OUT OF RANGE: '
                       WS-ID-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.

      *    The relationship code, folded to upper case, must be
      *    one of those listed in GUARDIAN.CPY.
       EDIT-RELATIONSHIP.
           INSPECT WS-REL-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE WS-REL-INPUT
               WHEN 'P'
               WHEN 'S'
               WHEN 'G'
               WHEN 'F'
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'REJECTED - UNKNOWN RELATIONSHIP TYPE '
                       WS-REL-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
           END-EVALUATE.

      *    The dependent must address a real, active PEOPLE record
      *    and be under 18 on the run date.
       CHECK-DEPENDENT.
           MOVE WS-DEP-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY 'REJECTED - NO PERSON RECORD FOR '
                       'DEPENDENT ' WS-DEP-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       DISPLAY 'REJECTED - DEPENDENT IS INACTIVE: '
                           WS-DEP-INPUT
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'N' TO WS-PROCEED
                   ELSE
                       MOVE PERSON-DOB IN PERSON-RECORD
                           TO WS-DOB-FIELDS
                       PERFORM COMPUTE-AGE-FROM-DOB
                       IF WS-DERIVED-AGE >= WS-ADULT-AGE
                           DISPLAY 'REJECTED - DEPENDENT IS NOT '
                               'UNDER 18: ' WS-DEP-INPUT
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'N' TO WS-PROCEED
                       END-IF
                   END-IF
           END-READ.

      *    The guardian must address a real, active PEOPLE record
      *    and be 18 or over on the run date.
       CHECK-GUARDIAN.
           MOVE WS-GRD-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY 'REJECTED - NO PERSON RECORD FOR '
                       'GUARDIAN ' WS-GRD-INPUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'N' TO WS-PROCEED
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       DISPLAY 'REJECTED - GUARDIAN IS INACTIVE: '
                           WS-GRD-INPUT
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'N' TO WS-PROCEED
                   ELSE
                       MOVE PERSON-DOB IN PERSON-RECORD
                           TO WS-DOB-FIELDS
                       PERFORM COMPUTE-AGE-FROM-DOB
                       IF WS-DERIVED-AGE < WS-ADULT-AGE
                           DISPLAY 'REJECTED - GUARDIAN IS UNDER '
                               '18: ' WS-GRD-INPUT
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'N' TO WS-PROCEED
                       END-IF
                   END-IF
           END-READ.

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

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as HOUSEHOLD-MAINT:
      *    every transaction read, or action keyed at a terminal,
      *    ended as applied (linked, changed or ended) or rejected.
      *    The date and time are the run's start, the tag its
      *    journal records carry.
       WRITE-RUN-CONTROL.
           PERFORM OPEN-RUNCTL.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE WS-JOB-NAME TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-TRANS-COUNT TO RUNCTL-READ.
           COMPUTE WS-APPLIED-COUNT =
               WS-LINK-COUNT + WS-CHANGE-COUNT + WS-END-COUNT.
           MOVE WS-APPLIED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           MOVE ZERO TO RUNCTL-SKIPPED.
           IF WS-REJECT-COUNT = 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Append-only, created fresh only on status 35.
       OPEN-RUNCTL.
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

      *    Opens the change journal (see JOURNAL.CPY). Created
      *    fresh only on status 35, the same drill as the
      *    run-control file. A terminal session is tagged the same
      *    way, under GRDMTERM.
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

      *    Writes one before/after image pair under this run's tag
      *    and the next sequence number. The caller has set
      *    JRNL-FILE, JRNL-ACTION, JRNL-REC-KEY and both images.
      *    The link's own key is the dependent's id followed by the
      *    guardian's, at the front of the image; JRNL-REC-KEY
      *    carries the dependent's.
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

      *****************************************************************
      * Run mode X - nightly exception report
      *****************************************************************

      *    Two walks, changing nothing: the links in key order, for
      *    the links that need ending or repointing, then PEOPLE
      *    in id order, for the minors nobody is linked to. A
      *    missing GUARDNS file just means no links yet: every
      *    minor is then listed.
       EXCEPTION-REPORT.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-LINKS
           ELSE
               IF WS-GUARDIAN-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN GUARDNS - STATUS '
                       WS-GUARDIAN-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRDRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM FORMAT-RUN-DATE.

           IF WS-HAVE-LINKS = 'Y'
               PERFORM CHECK-ALL-LINKS
           END-IF.
           PERFORM CHECK-ALL-MINORS.

           PERFORM PRINT-TOTALS.
           IF WS-HAVE-LINKS = 'Y'
               CLOSE GUARDIAN-FILE
           END-IF.
           CLOSE PERSON.
           CLOSE REPORT-FILE.
           PERFORM WRITE-CHECK-RUN-CONTROL.
           DISPLAY 'GUARDIAN EXCEPTIONS - LINKS FLAGGED: '
               WS-LINKS-FLAGGED.
           DISPLAY 'MINORS WITH NO ACTIVE GUARDIAN: '
               WS-MINORS-FLAGGED.

       CHECK-ALL-LINKS.
           MOVE ZERO TO GUARD-DEPENDENT-ID.
           MOVE ZERO TO GUARD-GUARDIAN-ID.
           START GUARDIAN-FILE KEY IS NOT LESS THAN GUARD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUARDIAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINKS-READ
                       PERFORM CHECK-LINK
               END-READ
           END-PERFORM.

      *    One link, both ends looked up on PEOPLE. A person
      *    inactive on PEOPLE has been deleted; one no longer on
      *    PEOPLE at all has been merged away, since an approved
      *    merge is what physically removes the duplicate's
      *    record. A dependent now 18 or over means the link
      *    should be ended. A link can fail on more than one count
      *    and gets a line for each.
       CHECK-LINK.
           MOVE 'N' TO WS-LINK-FLAGGED.
           MOVE GUARD-DEPENDENT-ID TO WS-EX-DEP-ID.
           MOVE GUARD-GUARDIAN-ID TO WS-EX-GRD-ID.
           MOVE GUARD-RELATIONSHIP TO WS-EX-REL.
           MOVE GUARD-GUARDIAN-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   MOVE '** NOT ON FILE' TO WS-EX-GRD-NAME
                   MOVE 'GUARDIAN MERGED' TO WS-EX-REASON
               NOT INVALID KEY
                   MOVE PERSON_NAME IN PERSON-RECORD
                       TO WS-EX-GRD-NAME
                   MOVE SPACES TO WS-EX-REASON
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       MOVE 'GUARDIAN DELETED' TO WS-EX-REASON
                   END-IF
           END-READ.
           MOVE WS-EX-REASON TO WS-GUARDIAN-REASON.
           MOVE GUARD-DEPENDENT-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   MOVE '** NOT ON FILE' TO WS-EX-DEP-NAME
                   MOVE 'DEPENDENT MERGED' TO WS-EX-REASON
                   PERFORM PRINT-LINK-EXCEPTION
               NOT INVALID KEY
                   MOVE PERSON_NAME IN PERSON-RECORD
                       TO WS-EX-DEP-NAME
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       MOVE 'DEPENDENT DELETED' TO WS-EX-REASON
                       PERFORM PRINT-LINK-EXCEPTION
                   ELSE
                       MOVE PERSON-DOB IN PERSON-RECORD
                           TO WS-DOB-FIELDS
                       PERFORM COMPUTE-AGE-FROM-DOB
                       IF WS-DERIVED-AGE >= WS-ADULT-AGE
                           MOVE 'DEPENDENT NOW 18' TO WS-EX-REASON
                           PERFORM PRINT-LINK-EXCEPTION
                           ADD 1 TO WS-NOW-ADULT-COUNT
                       END-IF
                   END-IF
           END-READ.
           IF WS-GUARDIAN-REASON NOT = SPACES
               MOVE WS-GUARDIAN-REASON TO WS-EX-REASON
               PERFORM PRINT-LINK-EXCEPTION
               ADD 1 TO WS-GUARDIAN-GONE-COUNT
           END-IF.
           IF WS-LINK-FLAGGED = 'Y'
               ADD 1 TO WS-LINKS-FLAGGED
           END-IF.

       PRINT-LINK-EXCEPTION.
           IF WS-EX-REASON(1:9) = 'DEPENDENT'
                   AND WS-EX-REASON NOT = 'DEPENDENT NOW 18'
               ADD 1 TO WS-DEPENDENT-GONE-COUNT
           END-IF.
           MOVE 'Y' TO WS-LINK-FLAGGED.
           PERFORM PRINT-EXCEPTION-LINE.

      *    Every active person under 18 needs at least one link to
      *    a guardian still active on PEOPLE. The keyed READs of
      *    the guardians move PEOPLE off its place in the walk, so
      *    the walk is picked up again with a START just past the
      *    minor's id.
       CHECK-ALL-MINORS.
           MOVE ZERO TO PERSON-ID IN PERSON-RECORD.
           START PERSON KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERSON NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                           MOVE PERSON-DOB IN PERSON-RECORD
                               TO WS-DOB-FIELDS
                           PERFORM COMPUTE-AGE-FROM-DOB
                           IF WS-DERIVED-AGE < WS-ADULT-AGE
                               PERFORM CHECK-MINOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MINOR.
           ADD 1 TO WS-MINORS-READ.
           MOVE PERSON-ID IN PERSON-RECORD TO WS-SAVE-PERSON-ID.
           MOVE PERSON_NAME IN PERSON-RECORD TO WS-SAVE-NAME.
           MOVE ZERO TO WS-ACTIVE-GUARDIANS.
           IF WS-HAVE-LINKS = 'Y'
               PERFORM COUNT-ACTIVE-GUARDIANS
               MOVE WS-SAVE-PERSON-ID TO PERSON-ID IN PERSON-RECORD
               START PERSON KEY IS GREATER THAN PERSON-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           IF WS-ACTIVE-GUARDIANS = 0
               MOVE WS-SAVE-PERSON-ID TO WS-EX-DEP-ID
               MOVE WS-SAVE-NAME TO WS-EX-DEP-NAME
               MOVE ZERO TO WS-EX-GRD-ID
               MOVE SPACES TO WS-EX-GRD-NAME
               MOVE SPACE TO WS-EX-REL
               MOVE 'NO ACTIVE GUARDIAN' TO WS-EX-REASON
               PERFORM PRINT-EXCEPTION-LINE
               ADD 1 TO WS-MINORS-FLAGGED
           END-IF.

      *    START on the minor's first link and walk forward while
      *    the dependent id still matches.
       COUNT-ACTIVE-GUARDIANS.
           MOVE WS-SAVE-PERSON-ID TO GUARD-DEPENDENT-ID.
           MOVE ZERO TO GUARD-GUARDIAN-ID.
           START GUARDIAN-FILE KEY IS NOT LESS THAN GUARD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINK-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-LINK-EOF
           END-START.
           PERFORM UNTIL WS-LINK-EOF = 'Y'
               READ GUARDIAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINK-EOF
                   NOT AT END
                       IF GUARD-DEPENDENT-ID NOT = WS-SAVE-PERSON-ID
                           MOVE 'Y' TO WS-LINK-EOF
                       ELSE
                           PERFORM CHECK-GUARDIAN-ACTIVE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-GUARDIAN-ACTIVE.
           MOVE GUARD-GUARDIAN-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       ADD 1 TO WS-ACTIVE-GUARDIANS
                   END-IF
           END-READ.

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    A clean night still gets a headed page, same as
      *    PERSON-LIST.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'LINKS CHECKED:' TO WS-TOTAL-LABEL.
           MOVE WS-LINKS-READ TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DEPENDENT NOW 18:' TO WS-TOTAL-LABEL.
           MOVE WS-NOW-ADULT-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'GUARDIAN GONE:' TO WS-TOTAL-LABEL.
           MOVE WS-GUARDIAN-GONE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DEPENDENT GONE:' TO WS-TOTAL-LABEL.
           MOVE WS-DEPENDENT-GONE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MINORS CHECKED:' TO WS-TOTAL-LABEL.
           MOVE WS-MINORS-READ TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO ACTIVE GUARDIAN:' TO WS-TOTAL-LABEL.
           MOVE WS-MINORS-FLAGGED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'R: P PARENT  S STEP-PARENT  G LEGAL GUARDIAN'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE '   F FOSTER CARER  R RELATIVE'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'MERGED: NO LONGER ON PEOPLE (MERGED AWAY)'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Run-control line for the nightly check. Each link and
      *    each minor checked is one unit: clean is APPLIED,
      *    flagged is SKIPPED (it waits on someone to act), and
      *    anything flagged makes the night WARN.
       WRITE-CHECK-RUN-CONTROL.
           PERFORM OPEN-RUNCTL.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'GRDCHK' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           COMPUTE WS-CHECKED-TOTAL = WS-LINKS-READ + WS-MINORS-READ.
           COMPUTE WS-FLAGGED-TOTAL =
               WS-LINKS-FLAGGED + WS-MINORS-FLAGGED.
           COMPUTE WS-CLEAN-TOTAL =
               WS-CHECKED-TOTAL - WS-FLAGGED-TOTAL.
           MOVE WS-CHECKED-TOTAL TO RUNCTL-READ.
           MOVE WS-CLEAN-TOTAL TO RUNCTL-APPLIED.
           MOVE ZERO TO RUNCTL-REJECTED.
           MOVE WS-FLAGGED-TOTAL TO RUNCTL-SKIPPED.
           IF WS-FLAGGED-TOTAL = 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

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
