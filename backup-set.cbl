      *****************************************************************
      * Program name:    BACKUP-SET
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Control step for the coordinated
      *                    backup set (PERSBKUP.jcl) and its restore
      *                    (PERSREST.jcl). Each job used to back up
      *                    only its own cluster, so restoring PEOPLE
      *                    alone could leave contacts and household
      *                    members pointing at ids no longer on file
      *                    and IDCTL behind the highest key. Three
      *                    modes, through SYSIN:
      *                      B - after the backup copies are cut,
      *                          count each copy and note its high
      *                          key, write the set's manifest (see
      *                          MANIFEST.CPY), and check the two id
      *                          control records are not behind the
      *                          highest ids in the set;
      *                      C - before a restore, prove the named
      *                          set is the one asked for and that
      *                          its copies still agree with its
      *                          manifest, so nothing is restored
      *                          from a damaged or mismatched set;
      *                      R - after the restore, count the
      *                          restored files and check them and
      *                          the id controls against the
      *                          manifest.
      *                    Any disagreement is displayed line by
      *                    line and ends the step with return code
      *                    8, same as PERSON-VERIFY. Run-control
      *                    records go out under PERSBKUP for the
      *                    backup and PERSREST for the restore.
      * 15/10/2026 MAINT   CONTACTS records are now 130 bytes (the
      *                    structured address, see CONTACT.CPY); the
      *                    contact backup record follows.
      * 15/10/2026 MAINT   GUARDNS and NAMEHST are now part of the
      *                    set, so a restore no longer leaves the
      *                    guardian links and name history from a
      *                    later night than the people they name.
      *                    The manifest holds nine records and its
      *                    high key is widened to take the longer
      *                    keys of those two files (see
      *                    MANIFEST.CPY); a set cut before this
      *                    change fails the check and cannot be
      *                    restored. The restore no longer puts the
      *                    id controls back, an older set's being
      *                    behind ids already given out, so the R
      *                    mode check now wants the live IDCTL and
      *                    HHIDCTL at or above the set's figures
      *                    rather than equal to them.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BACKUP-SET.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The backup copies are the flat REPRO generations of the
      *    set, read here only to be counted, same as PERSON-VERIFY
      *    reads its BKUP generation.
           SELECT BK-PEOPLE-FILE ASSIGN TO BKPEOPLE
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-CONTACT-FILE ASSIGN TO BKCONTCT
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-HOUSEHOLD-FILE ASSIGN TO BKHSEHLD
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-HHMEMB-FILE ASSIGN TO BKHHMEMB
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-IDCTL-FILE ASSIGN TO BKIDCTL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-HHIDCTL-FILE ASSIGN TO BKHHIDCT
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-OPERATOR-FILE ASSIGN TO BKOPERS
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-GUARDIAN-FILE ASSIGN TO BKGUARDN
               FILE STATUS IS WS-BK-STATUS.

           SELECT BK-NAMEHIST-FILE ASSIGN TO BKNAMEHS
               FILE STATUS IS WS-BK-STATUS.

      *    The live files, read after a restore to prove what
      *    actually landed.
           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO CONTACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACT-PERSON-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO HSEHOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HHMEMB-FILE ASSIGN TO HHMEMBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HHMEMB-PERSON-ID
               ALTERNATE RECORD KEY IS HHMEMB-HH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT IDCTL-FILE ASSIGN TO IDCTL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HHIDCTL-FILE ASSIGN TO HHIDCTL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO OPERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO GUARDNS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GUARD-KEY
               ALTERNATE RECORD KEY IS GUARD-GUARDIAN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO NAMEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD BK-PEOPLE-FILE
           DATA RECORD IS BK-PEOPLE-RECORD.

       01 BK-PEOPLE-RECORD PIC X(55).

       FD BK-CONTACT-FILE
           DATA RECORD IS BK-CONTACT-RECORD.

       01 BK-CONTACT-RECORD PIC X(130).

       FD BK-HOUSEHOLD-FILE
           DATA RECORD IS BK-HOUSEHOLD-RECORD.

       01 BK-HOUSEHOLD-RECORD PIC X(20).

       FD BK-HHMEMB-FILE
           DATA RECORD IS BK-HHMEMB-RECORD.

       01 BK-HHMEMB-RECORD PIC X(20).

       FD BK-IDCTL-FILE
           DATA RECORD IS BK-IDCTL-RECORD.

       01 BK-IDCTL-RECORD PIC X(7).

       FD BK-HHIDCTL-FILE
           DATA RECORD IS BK-HHIDCTL-RECORD.

       01 BK-HHIDCTL-RECORD PIC X(5).

       FD BK-OPERATOR-FILE
           DATA RECORD IS BK-OPERATOR-RECORD.

       01 BK-OPERATOR-RECORD PIC X(20).

       FD BK-GUARDIAN-FILE
           DATA RECORD IS BK-GUARDIAN-RECORD.

       01 BK-GUARDIAN-RECORD PIC X(30).

       FD BK-NAMEHIST-FILE
           DATA RECORD IS BK-NAMEHIST-RECORD.

       01 BK-NAMEHIST-RECORD PIC X(80).

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

       FD IDCTL-FILE
           DATA RECORD IS IDCTL-RECORD.

           COPY IDCTL.

       FD HHIDCTL-FILE
           DATA RECORD IS HHIDCTL-RECORD.

      *    Last household id ever assigned, the same layout
      *    HOUSEHOLD-MAINT keeps.
       01 HHIDCTL-RECORD.
           05 HHIDCTL-LAST-ID PIC 9(5).

       FD OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.

           COPY OPERATOR.

       FD GUARDIAN-FILE
           DATA RECORD IS GUARD-RECORD.

           COPY GUARDIAN.

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       FD MANIFEST-FILE
           DATA RECORD IS MANIF-RECORD.

           COPY MANIFEST.

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-BK-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1).
       01 WS-RUN-JOB PIC X(8).
       01 WS-RUN-STATUS PIC X(4).
       01 WS-SET-DATE PIC X(8).
       01 WS-SET-TIME PIC X(6).
       01 WS-FILE-IX PIC 9(2).
       01 WS-KEY-VALUE PIC X(23).
       01 WS-TOTAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WARN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MANIF-READ PIC 9(2) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
      *    The nine files of a set, always in this order -- the
      *    order the manifest is written in and read back in.
       01 WS-SET-FILES.
           05 FILLER PIC X(8) VALUE 'PEOPLE'.
           05 FILLER PIC X(8) VALUE 'CONTACTS'.
           05 FILLER PIC X(8) VALUE 'HSEHOLDS'.
           05 FILLER PIC X(8) VALUE 'HHMEMBS'.
           05 FILLER PIC X(8) VALUE 'IDCTL'.
           05 FILLER PIC X(8) VALUE 'HHIDCTL'.
           05 FILLER PIC X(8) VALUE 'OPERS'.
           05 FILLER PIC X(8) VALUE 'GUARDNS'.
           05 FILLER PIC X(8) VALUE 'NAMEHST'.
       01 FILLER REDEFINES WS-SET-FILES.
           05 WS-SET-FILE PIC X(8) OCCURS 9 TIMES.
       01 WS-SET-FIGURES.
           05 WS-SET-ENTRY OCCURS 9 TIMES.
               10 WS-SET-COUNT PIC 9(7).
               10 WS-SET-HIGH-KEY PIC X(23).
               10 WS-MANIF-COUNT PIC 9(7).
               10 WS-MANIF-HIGH-KEY PIC X(23).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    B writes a new set's manifest; C checks a set before it
      *    is restored, and takes the set's date and time on the
      *    next two SYSIN lines; R checks the files after the
      *    restore.
           DISPLAY 'Mode (B=backup, C=check set, R=verify restore): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           MOVE 1 TO WS-FILE-IX.
           PERFORM UNTIL WS-FILE-IX > 9
               MOVE ZERO TO WS-SET-COUNT (WS-FILE-IX)
               MOVE SPACES TO WS-SET-HIGH-KEY (WS-FILE-IX)
               MOVE ZERO TO WS-MANIF-COUNT (WS-FILE-IX)
               MOVE SPACES TO WS-MANIF-HIGH-KEY (WS-FILE-IX)
               ADD 1 TO WS-FILE-IX
           END-PERFORM.

           EVALUATE WS-RUN-MODE
               WHEN 'B'
               WHEN 'b'
                   MOVE 'PERSBKUP' TO WS-RUN-JOB
                   PERFORM TALLY-BACKUP-COPIES
                   PERFORM CHECK-ID-CONTROLS
                   PERFORM WRITE-MANIFEST
               WHEN 'C'
               WHEN 'c'
                   MOVE 'PERSREST' TO WS-RUN-JOB
                   DISPLAY 'Set date (YYYYMMDD): '
                   ACCEPT WS-SET-DATE
                   DISPLAY 'Set time (HHMMSS): '
                   ACCEPT WS-SET-TIME
                   PERFORM READ-MANIFEST
                   PERFORM TALLY-BACKUP-COPIES
                   PERFORM COMPARE-WITH-MANIFEST
               WHEN 'R'
               WHEN 'r'
                   MOVE 'PERSREST' TO WS-RUN-JOB
                   MOVE SPACES TO WS-SET-DATE
                   MOVE SPACES TO WS-SET-TIME
                   PERFORM READ-MANIFEST
                   PERFORM TALLY-RESTORED-FILES
                   PERFORM COMPARE-WITH-MANIFEST
                   PERFORM CHECK-ID-CONTROLS
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE ' WS-RUN-MODE
                       ' - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM DISPLAY-SET-FIGURES.

           IF WS-ERROR-COUNT > 0
               DISPLAY 'BACKUP SET CHECK FAILED - ERRORS: '
                   WS-ERROR-COUNT
               MOVE 'FAIL' TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 'WARN' TO WS-RUN-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUN-STATUS
               END-IF
               DISPLAY 'BACKUP SET CHECK CLEAN - RECORDS: '
                   WS-TOTAL-COUNT
           END-IF.

      *    A clean pre-restore check leaves the run-control line to
      *    the verify that follows the restore, so one restore
      *    reports once; a failed check is the restore's report.
           IF WS-RUN-MODE NOT = 'C' AND WS-RUN-MODE NOT = 'c'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF WS-ERROR-COUNT > 0
                   PERFORM WRITE-RUN-CONTROL
               END-IF
           END-IF.

           STOP RUN.

      *    Counts every backup copy and notes its highest key. An
      *    unreadable copy is an error for that file, not the end
      *    of the run, so one pass reports every problem with the
      *    set.
       TALLY-BACKUP-COPIES.
           MOVE 1 TO WS-FILE-IX.
           OPEN INPUT BK-PEOPLE-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-PEOPLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-PEOPLE-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-PEOPLE-FILE
           END-IF.

           MOVE 2 TO WS-FILE-IX.
           OPEN INPUT BK-CONTACT-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-CONTACT-RECORD(1:7)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-CONTACT-FILE
           END-IF.

           MOVE 3 TO WS-FILE-IX.
           OPEN INPUT BK-HOUSEHOLD-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-HOUSEHOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-HOUSEHOLD-RECORD(1:5)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-HOUSEHOLD-FILE
           END-IF.

           MOVE 4 TO WS-FILE-IX.
           OPEN INPUT BK-HHMEMB-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-HHMEMB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-HHMEMB-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-HHMEMB-FILE
           END-IF.

           MOVE 5 TO WS-FILE-IX.
           OPEN INPUT BK-IDCTL-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-IDCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-IDCTL-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-IDCTL-FILE
           END-IF.

           MOVE 6 TO WS-FILE-IX.
           OPEN INPUT BK-HHIDCTL-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-HHIDCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-HHIDCTL-RECORD(1:5)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-HHIDCTL-FILE
           END-IF.

           MOVE 7 TO WS-FILE-IX.
           OPEN INPUT BK-OPERATOR-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-OPERATOR-RECORD(1:10)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-OPERATOR-FILE
           END-IF.

           MOVE 8 TO WS-FILE-IX.
           OPEN INPUT BK-GUARDIAN-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-GUARDIAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-GUARDIAN-RECORD(1:14)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-GUARDIAN-FILE
           END-IF.

           MOVE 9 TO WS-FILE-IX.
           OPEN INPUT BK-NAMEHIST-FILE.
           IF WS-BK-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-NAMEHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BK-NAMEHIST-RECORD(1:23)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE BK-NAMEHIST-FILE
           END-IF.

      *    The same count over the restored live files, in key
      *    order for the clusters; the control files hold one
      *    record each.
       TALLY-RESTORED-FILES.
           MOVE 1 TO WS-FILE-IX.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERSON
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PERSON-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE PERSON
           END-IF.

           MOVE 2 TO WS-FILE-IX.
           OPEN INPUT CONTACT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CONTACT-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

           MOVE 3 TO WS-FILE-IX.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HOUSEHOLD-RECORD(1:5) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.

           MOVE 4 TO WS-FILE-IX.
           OPEN INPUT HHMEMB-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HHMEMB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HHMEMB-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE HHMEMB-FILE
           END-IF.

           MOVE 5 TO WS-FILE-IX.
           OPEN INPUT IDCTL-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IDCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE IDCTL-RECORD(1:7) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE IDCTL-FILE
           END-IF.

           MOVE 6 TO WS-FILE-IX.
           OPEN INPUT HHIDCTL-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HHIDCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HHIDCTL-RECORD(1:5) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE HHIDCTL-FILE
           END-IF.

           MOVE 7 TO WS-FILE-IX.
           OPEN INPUT OPERATOR-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OPERATOR-RECORD(1:10)
                               TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

           MOVE 8 TO WS-FILE-IX.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUARDIAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GUARD-RECORD(1:14) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

           MOVE 9 TO WS-FILE-IX.
           OPEN INPUT NAME-HISTORY-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NAME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE NAMEH-RECORD(1:23) TO WS-KEY-VALUE
                           PERFORM TALLY-KEY
                   END-READ
               END-PERFORM
               CLOSE NAME-HISTORY-FILE
           END-IF.

      *    One record of file WS-FILE-IX, key in WS-KEY-VALUE. Keys
      *    of one file are all the same width, so the highest key
      *    is the highest string.
       TALLY-KEY.
           ADD 1 TO WS-SET-COUNT (WS-FILE-IX).
           ADD 1 TO WS-TOTAL-COUNT.
           IF WS-SET-HIGH-KEY (WS-FILE-IX) = SPACES OR
                   WS-KEY-VALUE > WS-SET-HIGH-KEY (WS-FILE-IX)
               MOVE WS-KEY-VALUE TO WS-SET-HIGH-KEY (WS-FILE-IX)
           END-IF.

       REPORT-OPEN-FAILURE.
           IF WS-RUN-MODE = 'R' OR WS-RUN-MODE = 'r'
               DISPLAY 'UNABLE TO OPEN ' WS-SET-FILE (WS-FILE-IX)
                   ' - STATUS ' WS-FILE-STATUS
           ELSE
               DISPLAY 'UNABLE TO OPEN BACKUP COPY OF '
                   WS-SET-FILE (WS-FILE-IX)
                   ' - STATUS ' WS-BK-STATUS
           END-IF.
           ADD 1 TO WS-ERROR-COUNT.

      *    The id controls must be at or above the highest id on
      *    file, or the next add would be given an id already in
      *    use. At backup time a shortfall is a warning about the
      *    live files (the set is still a true copy of them); after
      *    a restore it is an error. An empty file or control has
      *    nothing to compare.
       CHECK-ID-CONTROLS.
           IF WS-SET-HIGH-KEY (1)(1:7) IS NUMERIC AND
                   WS-SET-HIGH-KEY (5)(1:7) IS NUMERIC
               IF WS-SET-HIGH-KEY (5)(1:7) < WS-SET-HIGH-KEY (1)(1:7)
                   DISPLAY 'IDCTL-LAST-ID ' WS-SET-HIGH-KEY (5)(1:7)
                       ' IS BELOW THE HIGHEST PERSON-ID '
                       WS-SET-HIGH-KEY (1)(1:7)
                   PERFORM COUNT-ID-CONTROL-SHORTFALL
               END-IF
           END-IF.
           IF WS-SET-HIGH-KEY (3)(1:5) IS NUMERIC AND
                   WS-SET-HIGH-KEY (6)(1:5) IS NUMERIC
               IF WS-SET-HIGH-KEY (6)(1:5) < WS-SET-HIGH-KEY (3)(1:5)
                   DISPLAY 'HHIDCTL-LAST-ID ' WS-SET-HIGH-KEY (6)(1:5)
                       ' IS BELOW THE HIGHEST HH-ID '
                       WS-SET-HIGH-KEY (3)(1:5)
                   PERFORM COUNT-ID-CONTROL-SHORTFALL
               END-IF
           END-IF.

       COUNT-ID-CONTROL-SHORTFALL.
           IF WS-RUN-MODE = 'R' OR WS-RUN-MODE = 'r'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF.

      *    One manifest record per file, all stamped with this
      *    run's date and time: that pair is the set's name.
       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MANIFEST - STATUS '
                   WS-MANIFEST-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 1 TO WS-FILE-IX
               PERFORM UNTIL WS-FILE-IX > 9
                   MOVE SPACES TO MANIF-RECORD
                   MOVE WS-RUN-DATE TO MANIF-SET-DATE
                   MOVE WS-RUN-TIME TO MANIF-SET-TIME
                   MOVE WS-SET-FILE (WS-FILE-IX) TO MANIF-FILE
                   MOVE WS-SET-COUNT (WS-FILE-IX) TO MANIF-COUNT
                   MOVE WS-SET-HIGH-KEY (WS-FILE-IX)
                       TO MANIF-HIGH-KEY
                   WRITE MANIF-RECORD
                   ADD 1 TO WS-FILE-IX
               END-PERFORM
               CLOSE MANIFEST-FILE
               DISPLAY 'BACKUP SET ' WS-RUN-DATE ' ' WS-RUN-TIME
                   ' MANIFEST WRITTEN'
           END-IF.

      *    Loads the set's figures from its manifest. The records
      *    must be the nine files in order under one set date and
      *    time, and in C mode that date and time must be the set
      *    asked for -- restoring the wrong generation is worse
      *    than restoring none.
       READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MANIFEST - STATUS '
                   WS-MANIFEST-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-MANIFEST-RECORD
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               IF WS-MANIF-READ NOT = 9
                   DISPLAY 'MANIFEST HOLDS ' WS-MANIF-READ
                       ' RECORDS - EXPECTED 9'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       LOAD-MANIFEST-RECORD.
           ADD 1 TO WS-MANIF-READ.
           IF WS-SET-DATE = SPACES
               MOVE MANIF-SET-DATE TO WS-SET-DATE
               MOVE MANIF-SET-TIME TO WS-SET-TIME
           END-IF.
           IF MANIF-SET-DATE NOT = WS-SET-DATE OR
                   MANIF-SET-TIME NOT = WS-SET-TIME
               DISPLAY 'MANIFEST IS SET ' MANIF-SET-DATE ' '
                   MANIF-SET-TIME ' - EXPECTED ' WS-SET-DATE ' '
                   WS-SET-TIME
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-MANIF-READ <= 9
               IF MANIF-FILE NOT = WS-SET-FILE (WS-MANIF-READ)
                   DISPLAY 'MANIFEST RECORD ' WS-MANIF-READ
                       ' IS FOR ' MANIF-FILE ' - EXPECTED '
                       WS-SET-FILE (WS-MANIF-READ)
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE MANIF-COUNT
                       TO WS-MANIF-COUNT (WS-MANIF-READ)
                   MOVE MANIF-HIGH-KEY
                       TO WS-MANIF-HIGH-KEY (WS-MANIF-READ)
               END-IF
           END-IF.

      *    Every file must hold exactly the manifest's count and
      *    top out at exactly its high key. The exception is the
      *    two id controls (files 5 and 6) after a restore: they are
      *    left as they were, not put back from the set, so they
      *    need only be at or above the set's last ids -- the ids
      *    given out since the set was cut stay used.
       COMPARE-WITH-MANIFEST.
           MOVE 1 TO WS-FILE-IX.
           PERFORM UNTIL WS-FILE-IX > 9
               IF WS-SET-COUNT (WS-FILE-IX) NOT =
                       WS-MANIF-COUNT (WS-FILE-IX)
                   DISPLAY 'SET ERROR - ' WS-SET-FILE (WS-FILE-IX)
                       ' RECORDS ' WS-SET-COUNT (WS-FILE-IX)
                       ' MANIFEST ' WS-MANIF-COUNT (WS-FILE-IX)
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF (WS-RUN-MODE = 'R' OR WS-RUN-MODE = 'r')
                       AND (WS-FILE-IX = 5 OR WS-FILE-IX = 6)
                   IF WS-SET-HIGH-KEY (WS-FILE-IX) <
                           WS-MANIF-HIGH-KEY (WS-FILE-IX)
                       DISPLAY 'SET ERROR - '
                           WS-SET-FILE (WS-FILE-IX)
                           ' LAST ID ' WS-SET-HIGH-KEY (WS-FILE-IX)
                           ' BELOW SET '
                           WS-MANIF-HIGH-KEY (WS-FILE-IX)
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               ELSE
                   IF WS-SET-HIGH-KEY (WS-FILE-IX) NOT =
                           WS-MANIF-HIGH-KEY (WS-FILE-IX)
                       DISPLAY 'SET ERROR - '
                           WS-SET-FILE (WS-FILE-IX)
                           ' HIGH KEY ' WS-SET-HIGH-KEY (WS-FILE-IX)
                           ' MANIFEST '
                           WS-MANIF-HIGH-KEY (WS-FILE-IX)
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-FILE-IX
           END-PERFORM.

       DISPLAY-SET-FIGURES.
           MOVE 1 TO WS-FILE-IX.
           PERFORM UNTIL WS-FILE-IX > 9
               DISPLAY WS-SET-FILE (WS-FILE-IX)
                   ' RECORDS ' WS-SET-COUNT (WS-FILE-IX)
                   ' HIGH KEY ' WS-SET-HIGH-KEY (WS-FILE-IX)
               ADD 1 TO WS-FILE-IX
           END-PERFORM.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-VERIFY:
      *    records counted go out as READ and APPLIED and errors as
      *    REJECTED, so a failed check is out of balance on top of
      *    its FAIL status. A run-control failure here only warns;
      *    the step's return code is the gate that matters.
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
                   ' - RUN-CONTROL RECORD NOT WRITTEN'
           ELSE
               MOVE SPACES TO RUNCTL-RECORD
               MOVE WS-RUN-JOB TO RUNCTL-JOB
               MOVE WS-RUN-DATE TO RUNCTL-DATE
               MOVE WS-RUN-TIME TO RUNCTL-TIME
               MOVE WS-TOTAL-COUNT TO RUNCTL-READ
               MOVE WS-TOTAL-COUNT TO RUNCTL-APPLIED
               MOVE WS-ERROR-COUNT TO RUNCTL-REJECTED
               MOVE ZERO TO RUNCTL-SKIPPED
               MOVE WS-RUN-STATUS TO RUNCTL-STATUS
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           END-IF.
