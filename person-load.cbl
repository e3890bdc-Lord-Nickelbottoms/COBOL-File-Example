      *                    counts and status -- so the morning
      *                    check reads the OPS-REPORT page instead
      *                    of this job's SYSOUT.
      * 15/10/2026 MAINT   Audit records now carry a blank
      *                    AUDIT-APPROVER (see AUDIT.CPY): an
      *                    insert needs no second operator.
      * 15/10/2026 MAINT   Every insert now also writes an
      *                    after-image record to the change journal
      *                    (see JOURNAL.CPY) under this run's job
      *                    name and start time, the same tag now
      *                    stamped on the run-control record, so
      *                    PERSON-BACKOUT can take a bad load back
      *                    out of the committed file without
      *                    restoring the backup generation.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
       01 WS-CTL-STATUS PIC X(2).
       01 WS-IDCTL-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MAX-ID PIC 9(7) VALUE ZERO.
       01 WS-DOB-FIELDS.
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           PERFORM READ-ID-CONTROL.

           PERFORM READ-TRANSACTION.
           CLOSE TRANS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-ID-CONTROL.

                       PERSON-ID IN PERSON-RECORD
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE SPACES TO JRNL-RECORD
                   MOVE 'PEOPLE' TO JRNL-FILE
                   MOVE 'A' TO JRNL-ACTION
                   MOVE PERSON-ID IN PERSON-RECORD TO JRNL-REC-KEY
                   MOVE PERSON-RECORD TO JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

      *    Appends this run's line to the central run-control file
      *    balance by construction. Append-only, created fresh only
      *    on status 35, the same open drill as the audit log. A
      *    run that dies before this point appends nothing, and the
      *    report flags the silence. The date and time are the
      *    run's start, the tag its journal records carry.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'PERSLOAD' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-TRANS-COUNT TO RUNCTL-READ.
           MOVE WS-LOAD-COUNT TO RUNCTL-APPLIED.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag every journal record
      *    and the run-control record carry. The journal is not
      *    part of the work-cluster swap: a run COMMIT throws away
      *    leaves journal records for inserts that never reached
      *    the live file, and PERSON-BACKOUT reports them as no
      *    longer on file. Created fresh only on status 35, the
      *    same drill as the audit log.
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
           MOVE 'PERSLOAD' TO JRNL-JOB.
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

      *    Writes the transaction that could not be loaded, byte for
      *    byte, with a reason code in the card's last two bytes:
      *      NN - birth date not numeric
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE 'A' TO AUDIT-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO AUDIT-PERSON-ID.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

      *    Derives the age in WS-DERIVED-AGE from the birth date in
