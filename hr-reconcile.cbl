      *****************************************************************
      * Program name:    HR-RECONCILE
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Monthly reconciliation of the HR
      *                    master (see HRMAST.CPY) against PEOPLE.
      *                    PERSEXTR sends HR our changes every night,
      *                    but nothing ever checked that the two
      *                    files still agreed, so a delta HR failed
      *                    to apply, or a correction HR made on its
      *                    side, drifted on for good. Mode R
      *                    matches the two files on PERSON-ID, both
      *                    in key order, and reports four kinds of
      *                    difference: active here but missing at
      *                    HR; at HR but inactive here or never on
      *                    file; name differs from PERSON_NAME;
      *                    birth date differs from PERSON-DOB.
      *                    Every difference is also written to a
      *                    discrepancy file (see HRDISC.CPY) with
      *                    the maintenance transaction that would
      *                    bring PEOPLE into line, for review. Mode
      *                    T reads the reviewed discrepancy file
      *                    and writes the accepted suggestions out
      *                    as an MNTTRANS deck for PERSMNT, so
      *                    nothing reaches PEOPLE that a person has
      *                    not looked at, and deletes and birth-date
      *                    changes still go through approval there.
      *                    Run from HRRECON.jcl and HRTRANS.jcl.
      * 15/10/2026 MAINT   The MNTTRANS record is now 47 bytes with
      *                    the name-change reason; a name suggestion
      *                    is written as a correction (C).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HR-RECONCILE.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-EXTRACT, so the JCL's
      *    DD statements connect when run as a batch step.
           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HRMAST-FILE ASSIGN TO HRMAST
               FILE STATUS IS WS-HRMAST-STATUS.

           SELECT HRDISC-FILE ASSIGN TO HRDISC
               FILE STATUS IS WS-HRDISC-STATUS.

           SELECT MAINT-FILE ASSIGN TO MNTTRANS
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT REPORT-FILE ASSIGN TO HRRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

       FD HRMAST-FILE
           DATA RECORD IS HRM-RECORD.

           COPY HRMAST.

       FD HRDISC-FILE
           DATA RECORD IS HRDISC-RECORD.

           COPY HRDISC.

      *    The PERSON-MAINT transaction layout, written byte for
      *    byte from HRDISC-TRANS.
       FD MAINT-FILE
           DATA RECORD IS MAINT-RECORD.

       01 MAINT-RECORD PIC X(47).

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-HR-EOF PIC X(1) VALUE 'N'.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-HRMAST-STATUS PIC X(2).
       01 WS-HRDISC-STATUS PIC X(2).
       01 WS-MAINT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1).
       01 WS-RUN-JOB PIC X(8).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
      *    Match keys: the PERSON-ID in display form on both sides,
      *    HIGH-VALUES once a file is exhausted so the other side
      *    drains through the low-key branch.
       01 WS-OUR-KEY PIC X(7).
       01 WS-HR-KEY PIC X(7).
       01 WS-PREV-HR-KEY PIC X(7) VALUE LOW-VALUES.
       01 WS-HR-VALID PIC X(1).
       01 WS-ID-DIFFERS PIC X(1).
       01 WS-DISC-TYPE PIC X(2).
       01 WS-HR-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUR-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGREED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DIFFER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-HR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NAME-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DOB-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISC-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOT-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-READ-TOTAL PIC 9(5) VALUE ZERO.
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
           05 FILLER PIC X(30) VALUE 'HR MASTER RECONCILIATION'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-HEADING-2 PIC X(78) VALUE
           'DIFFERENCE      ID       ON PEOPLE             AT HR'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-MODE-LINE.
           05 FILLER PIC X(6) VALUE 'MODE: '.
           05 WS-MODE-TEXT PIC X(30).
       01 WS-DETAIL-LINE.
           05 WS-DETAIL-TYPE PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-ID PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-OURS PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-HR PIC X(30).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    R reconciles the HR master against PEOPLE; T turns a
      *    reviewed discrepancy file into maintenance transactions.
      *    A batch step supplies the mode through SYSIN, and
      *    reconcile is the default -- it changes nothing.
           DISPLAY 'Mode (R=reconcile, T=accepted transactions): '.
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = 'T' OR WS-RUN-MODE = 't'
               MOVE 'T' TO WS-RUN-MODE
               MOVE 'HRTRANS' TO WS-RUN-JOB
               MOVE 'ACCEPTED TRANSACTIONS' TO WS-MODE-TEXT
           ELSE
               MOVE 'R' TO WS-RUN-MODE
               MOVE 'HRRECON' TO WS-RUN-JOB
               MOVE 'RECONCILE HR MASTER TO PEOPLE' TO WS-MODE-TEXT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM FORMAT-RUN-DATE.

           IF WS-RUN-MODE = 'T'
               PERFORM WRITE-ACCEPTED-TRANSACTIONS
           ELSE
               PERFORM RECONCILE-MASTER
           END-IF.

           PERFORM PRINT-TOTALS.
           CLOSE REPORT-FILE.

           PERFORM WRITE-RUN-CONTROL.

           IF WS-RUN-MODE = 'T'
               DISPLAY 'TRANSACTIONS WRITTEN: ' WS-TRANS-COUNT
           ELSE
               DISPLAY 'RECONCILIATION COMPLETE - IDS COMPARED: '
                   WS-ID-COUNT
               DISPLAY 'DIFFERENCES FOUND: ' WS-DIFFER-COUNT
           END-IF.

           STOP RUN.

      *    Both files are in PERSON-ID order, so one pass matches
      *    them: the lower key is on one side only, equal keys are
      *    compared field by field. A person inactive here and
      *    absent at HR agrees -- both sides have them gone.
       RECONCILE-MASTER.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT HRMAST-FILE.
           IF WS-HRMAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRMAST - STATUS '
                   WS-HRMAST-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT HRDISC-FILE.
           IF WS-HRDISC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRDISC - STATUS '
                   WS-HRDISC-STATUS
               STOP RUN
           END-IF.

           PERFORM READ-PERSON.
           PERFORM READ-HR-MASTER.
           PERFORM UNTIL WS-OUR-KEY = HIGH-VALUES AND
                   WS-HR-KEY = HIGH-VALUES
               ADD 1 TO WS-ID-COUNT
               MOVE 'N' TO WS-ID-DIFFERS
               EVALUATE TRUE
                   WHEN WS-HR-KEY < WS-OUR-KEY
                       MOVE 'NF' TO WS-DISC-TYPE
                       PERFORM WRITE-DISCREPANCY
                       PERFORM READ-HR-MASTER
                   WHEN WS-OUR-KEY < WS-HR-KEY
                       IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                           MOVE 'MH' TO WS-DISC-TYPE
                           PERFORM WRITE-DISCREPANCY
                       END-IF
                       PERFORM READ-PERSON
                   WHEN OTHER
                       PERFORM COMPARE-MATCHED-PERSON
                       PERFORM READ-PERSON
                       PERFORM READ-HR-MASTER
               END-EVALUATE
               IF WS-ID-DIFFERS = 'Y'
                   ADD 1 TO WS-DIFFER-COUNT
               ELSE
                   ADD 1 TO WS-AGREED-COUNT
               END-IF
           END-PERFORM.

           CLOSE PERSON.
           CLOSE HRMAST-FILE.
           CLOSE HRDISC-FILE.

      *    Inactive here and current at HR is one difference on its
      *    own; the name and date are only compared between two
      *    live records. A field HR leaves blank is not compared.
       COMPARE-MATCHED-PERSON.
           IF PERSON-STATUS IN PERSON-RECORD = 'I'
               MOVE 'DH' TO WS-DISC-TYPE
               PERFORM WRITE-DISCREPANCY
           ELSE
               IF HRM-NAME NOT = SPACES AND
                       HRM-NAME NOT = PERSON_NAME IN PERSON-RECORD
                   MOVE 'NM' TO WS-DISC-TYPE
                   PERFORM WRITE-DISCREPANCY
               END-IF
               IF HRM-DOB NOT = SPACES AND
                       HRM-DOB NOT = PERSON-DOB IN PERSON-RECORD
                   MOVE 'DB' TO WS-DISC-TYPE
                   PERFORM WRITE-DISCREPANCY
               END-IF
           END-IF.

       READ-PERSON.
           READ PERSON
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-OUR-KEY
           ELSE
               ADD 1 TO WS-OUR-READ-COUNT
               MOVE PERSON-RECORD(1:7) TO WS-OUR-KEY
           END-IF.

      *    Delivers the next usable HR record. An id that is not
      *    numeric, or not above the one before it, cannot be
      *    matched safely -- a duplicate would be reported against
      *    the wrong record and an out-of-order id as missing --
      *    so it is rejected and left out of the comparison.
       READ-HR-MASTER.
           MOVE 'N' TO WS-HR-VALID.
           PERFORM UNTIL WS-HR-VALID = 'Y' OR WS-HR-EOF = 'Y'
               READ HRMAST-FILE
                   AT END
                       MOVE 'Y' TO WS-HR-EOF
                   NOT AT END
                       ADD 1 TO WS-HR-READ-COUNT
                       PERFORM CHECK-HR-SEQUENCE
               END-READ
           END-PERFORM.
           IF WS-HR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-HR-KEY
           ELSE
               MOVE HRM-PERSON-ID TO WS-HR-KEY
               MOVE HRM-PERSON-ID TO WS-PREV-HR-KEY
           END-IF.

       CHECK-HR-SEQUENCE.
           IF HRM-PERSON-ID IS NOT NUMERIC
               DISPLAY 'REJECTED - HR ID NOT NUMERIC: '
                   HRM-PERSON-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF HRM-PERSON-ID NOT > WS-PREV-HR-KEY
                   DISPLAY 'REJECTED - HR ID DUPLICATE OR OUT OF '
                       'SEQUENCE: ' HRM-PERSON-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE 'Y' TO WS-HR-VALID
               END-IF
           END-IF.

      *    Builds the discrepancy record for WS-DISC-TYPE from
      *    whichever sides hold the id, with the suggested
      *    transaction, then prints the same difference.
       WRITE-DISCREPANCY.
           MOVE 'Y' TO WS-ID-DIFFERS.
           MOVE SPACES TO HRDISC-RECORD.
           MOVE WS-DISC-TYPE TO HRDISC-TYPE.
           MOVE 'N' TO HRDISC-ACCEPT.
           IF HRDISC-TYPE = 'NF'
               MOVE WS-HR-KEY TO HRDISC-PERSON-ID
           ELSE
               MOVE WS-OUR-KEY TO HRDISC-PERSON-ID
               MOVE PERSON_NAME IN PERSON-RECORD TO HRDISC-OUR-NAME
               MOVE PERSON-DOB IN PERSON-RECORD TO HRDISC-OUR-DOB
               MOVE PERSON-STATUS IN PERSON-RECORD
                   TO HRDISC-OUR-STATUS
           END-IF.
           IF HRDISC-TYPE NOT = 'MH'
               MOVE HRM-NAME TO HRDISC-HR-NAME
               MOVE HRM-DOB TO HRDISC-HR-DOB
           END-IF.
           MOVE HRDISC-PERSON-ID TO HRDISC-TRANS-PERSON-ID.
           EVALUATE HRDISC-TYPE
               WHEN 'MH'
                   MOVE 'D' TO HRDISC-TRANS-ACTION
                   ADD 1 TO WS-MISSING-HR-COUNT
                   MOVE 'NOT AT HR' TO WS-DETAIL-TYPE
                   MOVE HRDISC-OUR-NAME TO WS-DETAIL-OURS
                   MOVE SPACES TO WS-DETAIL-HR
               WHEN 'DH'
                   MOVE 'R' TO HRDISC-TRANS-ACTION
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE 'INACTIVE HERE' TO WS-DETAIL-TYPE
                   MOVE HRDISC-OUR-NAME TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-NAME TO WS-DETAIL-HR
               WHEN 'NF'
                   MOVE SPACES TO HRDISC-TRANS
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   MOVE 'NOT ON FILE' TO WS-DETAIL-TYPE
                   MOVE SPACES TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-NAME TO WS-DETAIL-HR
               WHEN 'NM'
                   MOVE 'C' TO HRDISC-TRANS-ACTION
                   MOVE HRM-NAME TO HRDISC-TRANS-NAME
                   MOVE 'C' TO HRDISC-TRANS-REASON
                   ADD 1 TO WS-NAME-COUNT
                   MOVE 'NAME DIFFERS' TO WS-DETAIL-TYPE
                   MOVE HRDISC-OUR-NAME TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-NAME TO WS-DETAIL-HR
               WHEN 'DB'
                   MOVE 'C' TO HRDISC-TRANS-ACTION
                   MOVE HRM-DOB TO HRDISC-TRANS-DOB
                   ADD 1 TO WS-DOB-COUNT
                   MOVE 'DOB DIFFERS' TO WS-DETAIL-TYPE
                   MOVE HRDISC-OUR-DOB TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-DOB TO WS-DETAIL-HR
           END-EVALUATE.
           WRITE HRDISC-RECORD.
           MOVE HRDISC-PERSON-ID TO WS-DETAIL-ID.
           PERFORM PRINT-DETAIL-LINE.

      *    Only records the reviewer marked Y go out, and only
      *    those that carry a suggestion: an accepted NF has no
      *    safe transaction and is rejected back for a hand fix.
       WRITE-ACCEPTED-TRANSACTIONS.
           OPEN INPUT HRDISC-FILE.
           IF WS-HRDISC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRDISC - STATUS '
                   WS-HRDISC-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MNTTRANS - STATUS '
                   WS-MAINT-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRDISC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-DISC-READ-COUNT
                       PERFORM SELECT-ACCEPTED-RECORD
               END-READ
           END-PERFORM.

           CLOSE HRDISC-FILE.
           CLOSE MAINT-FILE.

       SELECT-ACCEPTED-RECORD.
           IF HRDISC-ACCEPT = 'Y' OR HRDISC-ACCEPT = 'y'
               IF HRDISC-TRANS-ACTION = SPACE
                   DISPLAY 'REJECTED - NO TRANSACTION FOR '
                       HRDISC-TYPE ' ID ' HRDISC-PERSON-ID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'NO TRANSACTION' TO WS-DETAIL-TYPE
               ELSE
                   MOVE HRDISC-TRANS TO MAINT-RECORD
                   WRITE MAINT-RECORD
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE SPACES TO WS-DETAIL-TYPE
                   STRING 'TRANSACTION ' DELIMITED BY SIZE
                          HRDISC-TRANS-ACTION DELIMITED BY SIZE
                       INTO WS-DETAIL-TYPE
               END-IF
               MOVE HRDISC-PERSON-ID TO WS-DETAIL-ID
               IF HRDISC-TYPE = 'DB'
                   MOVE HRDISC-OUR-DOB TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-DOB TO WS-DETAIL-HR
               ELSE
                   MOVE HRDISC-OUR-NAME TO WS-DETAIL-OURS
                   MOVE HRDISC-HR-NAME TO WS-DETAIL-HR
               END-IF
               PERFORM PRINT-DETAIL-LINE
           ELSE
               ADD 1 TO WS-NOT-ACCEPTED-COUNT
           END-IF.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
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

      *    A clean reconciliation still gets a headed page, same as
      *    PERSON-LIST.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           IF WS-RUN-MODE = 'T'
               MOVE 'DISCREPANCIES READ:' TO WS-TOTAL-LABEL
               MOVE WS-DISC-READ-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'TRANSACTIONS WRITTEN:' TO WS-TOTAL-LABEL
               MOVE WS-TRANS-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'NOT ACCEPTED:' TO WS-TOTAL-LABEL
               MOVE WS-NOT-ACCEPTED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'REJECTED:' TO WS-TOTAL-LABEL
               MOVE WS-REJECT-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
           ELSE
               MOVE 'HR RECORDS READ:' TO WS-TOTAL-LABEL
               MOVE WS-HR-READ-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'HR RECORDS REJECTED:' TO WS-TOTAL-LABEL
               MOVE WS-REJECT-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'PEOPLE RECORDS READ:' TO WS-TOTAL-LABEL
               MOVE WS-OUR-READ-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'IDS AGREED:' TO WS-TOTAL-LABEL
               MOVE WS-AGREED-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE 'IDS DIFFERING:' TO WS-TOTAL-LABEL
               MOVE WS-DIFFER-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE '  NOT AT HR:' TO WS-TOTAL-LABEL
               MOVE WS-MISSING-HR-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE '  INACTIVE HERE:' TO WS-TOTAL-LABEL
               MOVE WS-INACTIVE-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE '  NOT ON FILE:' TO WS-TOTAL-LABEL
               MOVE WS-NOT-ON-FILE-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE '  NAME DIFFERS:' TO WS-TOTAL-LABEL
               MOVE WS-NAME-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
               MOVE '  DOB DIFFERS:' TO WS-TOTAL-LABEL
               MOVE WS-DOB-COUNT TO WS-TOTAL-VALUE
               PERFORM WRITE-TOTAL-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD. A
      *    reconcile counts ids compared plus HR records rejected:
      *    ids that agree are APPLIED, ids that differ SKIPPED
      *    (they wait on review). A transaction run counts
      *    discrepancy records: written APPLIED, not accepted
      *    SKIPPED. Rejects on either surface as WARN.
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
           MOVE WS-RUN-JOB TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           IF WS-RUN-MODE = 'T'
               MOVE WS-DISC-READ-COUNT TO RUNCTL-READ
               MOVE WS-TRANS-COUNT TO RUNCTL-APPLIED
               MOVE WS-NOT-ACCEPTED-COUNT TO RUNCTL-SKIPPED
           ELSE
               COMPUTE WS-READ-TOTAL =
                   WS-ID-COUNT + WS-REJECT-COUNT
               MOVE WS-READ-TOTAL TO RUNCTL-READ
               MOVE WS-AGREED-COUNT TO RUNCTL-APPLIED
               MOVE WS-DIFFER-COUNT TO RUNCTL-SKIPPED
           END-IF.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           IF WS-REJECT-COUNT = 0
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
