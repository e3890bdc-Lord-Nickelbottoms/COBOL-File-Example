      *****************************************************************
      * Program name:    HOUSEHOLD-MAILING
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Mailing extract for the print
      *                    vendor, one piece per address rather
      *                    than one per person: a household gets a
      *                    single piece at the head of household's
      *                    contact address, addressed to the head
      *                    "AND FAMILY" when more than one active
      *                    person lives there, and people in no
      *                    household are mailed on their own. Runs
      *                    as two passes with a sort between them
      *                    (see HHMAIL.jcl):
      *                      E - walk HSEHOLDS and then PEOPLE,
      *                          write the mail pieces (see
      *                          MAILPC.CPY) and print the
      *                          undeliverable exception list;
      *                      L - the pieces, sorted into postal-code
      *                          order, are printed as labels.
      *                    Selection is every active person, or
      *                    only those with an 18th or 65th birthday
      *                    in a date window -- the same rule and
      *                    defaults as PERSON-MILESTONE, so the
      *                    milestone notices can go out by post. A
      *                    household is mailed when any of its
      *                    active members is selected.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOUSEHOLD-MAILING.
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
      *    DD statements connect when run as a batch step. The mail
      *    file is a temporary dataset out of pass E and the
      *    vendor's sorted generation into pass L.
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

           SELECT MAIL-FILE ASSIGN TO MAILOUT
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO UNDELRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LABEL-FILE ASSIGN TO LABELRPT
               FILE STATUS IS WS-LABEL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD HOUSEHOLD-FILE
           DATA RECORD IS HOUSEHOLD-RECORD.

           COPY HSEHOLD.

       FD HHMEMB-FILE
           DATA RECORD IS HHMEMB-RECORD.

           COPY HHMEMB.

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

       FD CONTACT-FILE
           DATA RECORD IS CONTACT-RECORD.

           COPY CONTACT.

       FD MAIL-FILE
           DATA RECORD IS MAIL-RECORD.

           COPY MAILPC.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD LABEL-FILE
           DATA RECORD IS LABEL-RECORD.

       01 LABEL-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-MEMB-EOF PIC X(1) VALUE 'N'.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 WS-HHMEMB-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-MAIL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-LABEL-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
      *    Selection: A every active person, M only those with a
      *    milestone birthday in the window.
       01 WS-SELECT-MODE PIC X(1).
       01 WS-SELECTED PIC X(1).
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-BIRTHDAY.
           05 WS-BIRTHDAY-YYYY PIC 9(4).
           05 WS-BIRTHDAY-MMDD PIC 9(4).
       01 WS-NEXT-MONTH.
           05 WS-NEXT-YYYY PIC 9(4).
           05 WS-NEXT-MM PIC 9(2).
      *    The household being addressed.
       01 WS-CURRENT-HH-ID PIC 9(5).
       01 WS-ACTIVE-MEMBERS PIC 9(3).
       01 WS-SELECTED-MEMBERS PIC 9(3).
       01 WS-IN-HOUSEHOLD PIC X(1).
       01 WS-ADDRESSEE-NAME PIC X(20).
       01 WS-UNDELIV-REASON PIC X(20).
      *    Counters.
       01 WS-HOUSEHOLD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HH-NOT-SELECTED PIC 9(5) VALUE ZERO.
       01 WS-PEOPLE-READ PIC 9(7) VALUE ZERO.
       01 WS-INACTIVE-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-NOT-SELECTED PIC 9(5) VALUE ZERO.
       01 WS-COVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HH-PIECES PIC 9(5) VALUE ZERO.
       01 WS-IND-PIECES PIC 9(5) VALUE ZERO.
       01 WS-PIECE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNDELIV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-READ-TOTAL PIC 9(7) VALUE ZERO.
      *    Report.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
       01 WS-CURRENT-MMDD-R REDEFINES WS-CURRENT-DATE.
           05 FILLER PIC 9(4).
           05 WS-CURRENT-MM PIC 9(2).
           05 WS-CURRENT-DD PIC 9(2).
       01 WS-CURRENT-MMDD-X REDEFINES WS-CURRENT-DATE.
           05 FILLER PIC X(4).
           05 WS-CURRENT-MM-X PIC X(2).
           05 WS-CURRENT-DD-X PIC X(2).
       01 WS-HEADING-1.
           05 WS-HEAD-TITLE PIC X(30).
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-SELECT-ALL-LINE PIC X(40) VALUE
           'SELECTION: ALL ACTIVE'.
       01 WS-SELECT-WINDOW-LINE.
           05 FILLER PIC X(28) VALUE
               'SELECTION: MILESTONE WINDOW '.
           05 WS-WINDOW-FROM PIC X(8).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-WINDOW-TO PIC X(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(39) VALUE
               '     ID  NAME                   HH-ID  '.
           05 FILLER PIC X(39) VALUE
               'REASON'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-EXCEPTION-LINE.
           05 WS-EX-ID PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EX-NAME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EX-HH-ID PIC Z(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EX-REASON PIC X(20).
      *    A label is four lines: addressee (with the piece's
      *    reference at the right, for matching returns), street,
      *    city/province/postal code, and a blank separator.
       01 WS-LABEL-SIZE PIC 9(2) VALUE 4.
       01 WS-LABEL-LINE-1.
           05 WS-LB-ADDRESSEE PIC X(40).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'REF '.
           05 WS-LB-PERSON-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-LB-PIECE-TYPE PIC X(1).
       01 WS-LABEL-LINE-3.
           05 WS-LB-CITY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LB-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LB-POSTAL-CODE PIC X(8).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    Each step of HHMAIL.jcl names its pass through SYSIN;
      *    pass E takes the selection on the next line and, for a
      *    milestone selection, the window on the two after it.
           DISPLAY 'Pass (E=extract, L=labels): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           EVALUATE WS-RUN-MODE
               WHEN 'E'
               WHEN 'e'
                   PERFORM EXTRACT-MAILING
               WHEN 'L'
               WHEN 'l'
                   PERFORM PRINT-LABELS
               WHEN OTHER
                   DISPLAY 'UNKNOWN PASS ' WS-RUN-MODE
                       ' - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *****************************************************************
      * Pass E
      *****************************************************************

      *    Households first, walked in id order: each one with a
      *    selected member gets its piece. Then PEOPLE in id order
      *    for everyone else; a person found on HHMEMBS was dealt
      *    with as part of the household and is passed over.
       EXTRACT-MAILING.
           DISPLAY 'Select (A=all active, M=milestone window): '.
           ACCEPT WS-SELECT-MODE.
           EVALUATE WS-SELECT-MODE
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-SELECT-MODE
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO WS-SELECT-MODE
                   DISPLAY
                       'Window from YYYYMMDD (spaces = next month): '
                   ACCEPT WS-FROM-INPUT
                   DISPLAY
                       'Window to YYYYMMDD (spaces = next month): '
                   ACCEPT WS-TO-INPUT
                   PERFORM EDIT-DATE-WINDOW
               WHEN OTHER
                   DISPLAY 'UNKNOWN SELECTION ' WS-SELECT-MODE
                       ' - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HSEHOLDS - STATUS '
                   WS-HOUSEHOLD-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT HHMEMB-FILE.
           IF WS-HHMEMB-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HHMEMBS - STATUS '
                   WS-HHMEMB-STATUS
               STOP RUN
           END-IF.
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
           OPEN OUTPUT MAIL-FILE.
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAILOUT - STATUS '
                   WS-MAIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN UNDELRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE 'UNDELIVERABLE MAIL EXCEPTIONS' TO WS-HEAD-TITLE.
           PERFORM FORMAT-RUN-DATE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MAIL-HOUSEHOLD
               END-READ
           END-PERFORM.

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
                       PERFORM MAIL-PERSON
               END-READ
           END-PERFORM.

           PERFORM PRINT-EXCEPTION-TOTALS.
           CLOSE HOUSEHOLD-FILE.
           CLOSE HHMEMB-FILE.
           CLOSE PERSON.
           CLOSE CONTACT-FILE.
           CLOSE MAIL-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           DISPLAY 'MAIL PIECES WRITTEN: ' WS-PIECE-COUNT
               ' UNDELIVERABLE: ' WS-UNDELIV-COUNT.

      *    Each prompt is taken only as an eight-digit date;
      *    anything else falls back to the default for that end of
      *    the window, the next calendar month -- the same edit as
      *    PERSON-MILESTONE, so both produce the same list for the
      *    same answers.
       EDIT-DATE-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YYYY TO WS-NEXT-YYYY.
           MOVE WS-CURRENT-MM TO WS-NEXT-MM.
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           IF WS-FROM-INPUT IS NUMERIC
               MOVE WS-FROM-INPUT TO WS-FROM-DATE
           ELSE
               STRING WS-NEXT-YYYY DELIMITED BY SIZE
                      WS-NEXT-MM DELIMITED BY SIZE
                      '01' DELIMITED BY SIZE
                   INTO WS-FROM-DATE
           END-IF.
           IF WS-TO-INPUT IS NUMERIC
               MOVE WS-TO-INPUT TO WS-TO-DATE
           ELSE
               STRING WS-NEXT-YYYY DELIMITED BY SIZE
                      WS-NEXT-MM DELIMITED BY SIZE
                      '31' DELIMITED BY SIZE
                   INTO WS-TO-DATE
           END-IF.

      *    One household: count its active members and how many of
      *    them the selection takes. None selected, no piece.
       MAIL-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLD-COUNT.
           MOVE HH-ID TO WS-CURRENT-HH-ID.
           MOVE ZERO TO WS-ACTIVE-MEMBERS.
           MOVE ZERO TO WS-SELECTED-MEMBERS.
           PERFORM COUNT-MEMBERS.
           IF WS-SELECTED-MEMBERS = 0
               ADD 1 TO WS-HH-NOT-SELECTED
           ELSE
               PERFORM ADDRESS-HOUSEHOLD
           END-IF.

      *    START on the alternate key positions at the household's
      *    first member; READ NEXT then walks the duplicates until
      *    the household changes, the same walk as HOUSEHOLD-ROSTER.
       COUNT-MEMBERS.
           MOVE WS-CURRENT-HH-ID TO HHMEMB-HH-ID.
           START HHMEMB-FILE KEY IS NOT LESS THAN HHMEMB-HH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MEMB-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-MEMB-EOF
           END-START.
           PERFORM UNTIL WS-MEMB-EOF = 'Y'
               READ HHMEMB-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MEMB-EOF
                   NOT AT END
                       IF HHMEMB-HH-ID NOT = WS-CURRENT-HH-ID
                           MOVE 'Y' TO WS-MEMB-EOF
                       ELSE
                           PERFORM COUNT-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

      *    A member missing from PEOPLE or inactive does not count
      *    towards the household at all.
       COUNT-MEMBER.
           MOVE HHMEMB-PERSON-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       ADD 1 TO WS-ACTIVE-MEMBERS
                       PERFORM TEST-SELECTED
                       IF WS-SELECTED = 'Y'
                           ADD 1 TO WS-SELECTED-MEMBERS
                       END-IF
                   END-IF
           END-READ.

      *    The household's piece goes to the head, at the head's
      *    contact address. A head who is missing or inactive
      *    leaves nobody to address it to: that is an exception
      *    for HOUSEHOLD-MAINT to put right, not a guess.
       ADDRESS-HOUSEHOLD.
           MOVE SPACES TO WS-UNDELIV-REASON.
           MOVE HH-HEAD-PERSON-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   MOVE SPACES TO WS-ADDRESSEE-NAME
                   MOVE 'HEAD NOT ON FILE' TO WS-UNDELIV-REASON
               NOT INVALID KEY
                   MOVE PERSON_NAME IN PERSON-RECORD
                       TO WS-ADDRESSEE-NAME
                   IF PERSON-STATUS IN PERSON-RECORD = 'I'
                       MOVE 'HEAD INACTIVE' TO WS-UNDELIV-REASON
                   END-IF
           END-READ.
           IF WS-UNDELIV-REASON = SPACES
               PERFORM FETCH-ADDRESS
           END-IF.
           IF WS-UNDELIV-REASON NOT = SPACES
               MOVE HH-HEAD-PERSON-ID TO WS-EX-ID
               MOVE HH-ID TO WS-EX-HH-ID
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               MOVE SPACES TO MAIL-RECORD
               IF WS-ACTIVE-MEMBERS > 1
                   STRING WS-ADDRESSEE-NAME DELIMITED BY '  '
                          ' AND FAMILY' DELIMITED BY SIZE
                       INTO MAIL-ADDRESSEE
               ELSE
                   MOVE WS-ADDRESSEE-NAME TO MAIL-ADDRESSEE
               END-IF
               MOVE 'H' TO MAIL-PIECE-TYPE
               MOVE HH-HEAD-PERSON-ID TO MAIL-PERSON-ID
               MOVE HH-ID TO MAIL-HH-ID
               PERFORM WRITE-MAIL-PIECE
               ADD 1 TO WS-HH-PIECES
           END-IF.

      *    One person off the sequential walk of PEOPLE. Household
      *    members were mailed with their household -- unless the
      *    membership points at a household no longer on file, in
      *    which case the person is mailed individually rather
      *    than lost.
       MAIL-PERSON.
           ADD 1 TO WS-PEOPLE-READ.
           IF PERSON-STATUS IN PERSON-RECORD = 'I'
               ADD 1 TO WS-INACTIVE-SKIPPED
           ELSE
               MOVE PERSON-ID IN PERSON-RECORD TO HHMEMB-PERSON-ID
               READ HHMEMB-FILE KEY IS HHMEMB-PERSON-ID
                   INVALID KEY
                       MOVE 'N' TO WS-IN-HOUSEHOLD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-IN-HOUSEHOLD
               END-READ
               IF WS-IN-HOUSEHOLD = 'Y'
                   MOVE HHMEMB-HH-ID TO HH-ID
                   READ HOUSEHOLD-FILE KEY IS HH-ID
                       INVALID KEY
                           MOVE 'N' TO WS-IN-HOUSEHOLD
                   END-READ
               END-IF
               IF WS-IN-HOUSEHOLD = 'Y'
                   ADD 1 TO WS-COVERED-COUNT
               ELSE
                   PERFORM TEST-SELECTED
                   IF WS-SELECTED = 'Y'
                       PERFORM ADDRESS-PERSON
                   ELSE
                       ADD 1 TO WS-NOT-SELECTED
                   END-IF
               END-IF
           END-IF.

       ADDRESS-PERSON.
           MOVE SPACES TO WS-UNDELIV-REASON.
           MOVE PERSON_NAME IN PERSON-RECORD TO WS-ADDRESSEE-NAME.
           PERFORM FETCH-ADDRESS.
           IF WS-UNDELIV-REASON NOT = SPACES
               MOVE PERSON-ID IN PERSON-RECORD TO WS-EX-ID
               MOVE ZERO TO WS-EX-HH-ID
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               MOVE SPACES TO MAIL-RECORD
               MOVE WS-ADDRESSEE-NAME TO MAIL-ADDRESSEE
               MOVE 'I' TO MAIL-PIECE-TYPE
               MOVE PERSON-ID IN PERSON-RECORD TO MAIL-PERSON-ID
               MOVE ZERO TO MAIL-HH-ID
               PERFORM WRITE-MAIL-PIECE
               ADD 1 TO WS-IND-PIECES
           END-IF.

      *    The contact record of whoever is in PERSON-RECORD. The
      *    vendor cannot sort or deliver without a street and a
      *    postal code, so a partial address is as undeliverable
      *    as none.
       FETCH-ADDRESS.
           MOVE PERSON-ID IN PERSON-RECORD TO CONTACT-PERSON-ID.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'NO CONTACT RECORD' TO WS-UNDELIV-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTACT-ADDRESS = SPACES
                           MOVE 'NO ADDRESS' TO WS-UNDELIV-REASON
                       WHEN CONTACT-STREET = SPACES
                       WHEN CONTACT-POSTAL-CODE = SPACES
                           MOVE 'INCOMPLETE ADDRESS'
                               TO WS-UNDELIV-REASON
                   END-EVALUATE
           END-READ.

      *    A selection of A takes every active person; M only
      *    those whose 18th or 65th birthday -- the birth date
      *    with the year advanced, as in PERSON-MILESTONE -- falls
      *    in the window.
       TEST-SELECTED.
           IF WS-SELECT-MODE = 'A'
               MOVE 'Y' TO WS-SELECTED
           ELSE
               MOVE 'N' TO WS-SELECTED
               MOVE PERSON-DOB IN PERSON-RECORD TO WS-BIRTHDAY
               ADD 18 TO WS-BIRTHDAY-YYYY
               IF WS-BIRTHDAY >= WS-FROM-DATE AND
                       WS-BIRTHDAY <= WS-TO-DATE
                   MOVE 'Y' TO WS-SELECTED
               END-IF
               MOVE PERSON-DOB IN PERSON-RECORD TO WS-BIRTHDAY
               ADD 65 TO WS-BIRTHDAY-YYYY
               IF WS-BIRTHDAY >= WS-FROM-DATE AND
                       WS-BIRTHDAY <= WS-TO-DATE
                   MOVE 'Y' TO WS-SELECTED
               END-IF
           END-IF.

      *    The address comes from the contact record just read;
      *    the caller has filled in who and what kind of piece.
       WRITE-MAIL-PIECE.
           MOVE CONTACT-POSTAL-CODE TO MAIL-POSTAL-CODE.
           MOVE CONTACT-CITY TO MAIL-CITY.
           MOVE CONTACT-PROVINCE TO MAIL-PROVINCE.
           MOVE CONTACT-STREET TO MAIL-STREET.
           WRITE MAIL-RECORD.
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE MAILOUT - STATUS '
                   WS-MAIL-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-PIECE-COUNT.

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-EXCEPTION-HEADING
           END-IF.
           MOVE WS-ADDRESSEE-NAME TO WS-EX-NAME.
           MOVE WS-UNDELIV-REASON TO WS-EX-REASON.
           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-UNDELIV-COUNT.

       PRINT-EXCEPTION-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           IF WS-SELECT-MODE = 'A'
               MOVE WS-SELECT-ALL-LINE TO REPORT-RECORD
           ELSE
               MOVE WS-FROM-DATE TO WS-WINDOW-FROM
               MOVE WS-TO-DATE TO WS-WINDOW-TO
               MOVE WS-SELECT-WINDOW-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    A run with no exceptions still gets a headed page, same
      *    as PERSON-LIST, and the totals that balance the run.
       PRINT-EXCEPTION-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-EXCEPTION-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'HOUSEHOLDS READ:' TO WS-TOTAL-LABEL.
           MOVE WS-HOUSEHOLD-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HOUSEHOLDS NOT SEL:' TO WS-TOTAL-LABEL.
           MOVE WS-HH-NOT-SELECTED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PEOPLE READ:' TO WS-TOTAL-LABEL.
           MOVE WS-PEOPLE-READ TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'INACTIVE SKIPPED:' TO WS-TOTAL-LABEL.
           MOVE WS-INACTIVE-SKIPPED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MAILED WITH HOUSEHOLD:' TO WS-TOTAL-LABEL.
           MOVE WS-COVERED-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PEOPLE NOT SELECTED:' TO WS-TOTAL-LABEL.
           MOVE WS-NOT-SELECTED TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'HOUSEHOLD PIECES:' TO WS-TOTAL-LABEL.
           MOVE WS-HH-PIECES TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'INDIVIDUAL PIECES:' TO WS-TOTAL-LABEL.
           MOVE WS-IND-PIECES TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'UNDELIVERABLE:' TO WS-TOTAL-LABEL.
           MOVE WS-UNDELIV-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    Appends this run's line to the central run-control file
      *    for the morning OPS-REPORT, same as PERSON-LOAD. The
      *    unit is the possible addressee: every household, plus
      *    every person not mailed with a household. Each becomes
      *    a piece (APPLIED, the count the vendor should confirm),
      *    an undeliverable (REJECTED, which makes the run WARN)
      *    or is passed over as inactive or not selected (SKIPPED).
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
           MOVE 'HHMAIL' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           COMPUTE WS-READ-TOTAL = WS-HOUSEHOLD-COUNT
               + WS-PEOPLE-READ - WS-COVERED-COUNT.
           MOVE WS-READ-TOTAL TO RUNCTL-READ.
           MOVE WS-PIECE-COUNT TO RUNCTL-APPLIED.
           MOVE WS-UNDELIV-COUNT TO RUNCTL-REJECTED.
           COMPUTE WS-SKIPPED-COUNT = WS-HH-NOT-SELECTED
               + WS-INACTIVE-SKIPPED + WS-NOT-SELECTED.
           MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED.
           IF WS-UNDELIV-COUNT = 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *****************************************************************
      * Pass L
      *****************************************************************

      *    The pieces arrive in postal-code order, the order the
      *    vendor bags them in, so the labels print in that order
      *    too. A label is never split across a page.
       PRINT-LABELS.
           OPEN INPUT MAIL-FILE.
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAILOUT - STATUS '
                   WS-MAIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LABEL-FILE.
           IF WS-LABEL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LABELRPT - STATUS '
                   WS-LABEL-STATUS
               STOP RUN
           END-IF.
           MOVE 'MAILING LABELS' TO WS-HEAD-TITLE.
           PERFORM FORMAT-RUN-DATE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-LABEL
               END-READ
           END-PERFORM.

           PERFORM PRINT-LABEL-TOTALS.
           CLOSE MAIL-FILE.
           CLOSE LABEL-FILE.
           DISPLAY 'LABELS PRINTED: ' WS-PIECE-COUNT.

       PRINT-LABEL.
           IF WS-LINE-COUNT + WS-LABEL-SIZE > WS-LINES-PER-PAGE
               PERFORM PRINT-LABEL-HEADING
           END-IF.
           MOVE MAIL-ADDRESSEE TO WS-LB-ADDRESSEE.
           MOVE MAIL-PERSON-ID TO WS-LB-PERSON-ID.
           MOVE MAIL-PIECE-TYPE TO WS-LB-PIECE-TYPE.
           MOVE WS-LABEL-LINE-1 TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE MAIL-STREET TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE MAIL-CITY TO WS-LB-CITY.
           MOVE MAIL-PROVINCE TO WS-LB-PROVINCE.
           MOVE MAIL-POSTAL-CODE TO WS-LB-POSTAL-CODE.
           MOVE WS-LABEL-LINE-3 TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           ADD WS-LABEL-SIZE TO WS-LINE-COUNT.
           ADD 1 TO WS-PIECE-COUNT.
           IF MAIL-PIECE-TYPE = 'H'
               ADD 1 TO WS-HH-PIECES
           ELSE
               ADD 1 TO WS-IND-PIECES
           END-IF.

       PRINT-LABEL-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING PAGE.
           MOVE WS-HEADING-3 TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    The piece count printed here is the one to agree with
      *    the vendor's receipt and with APPLIED on pass E's
      *    run-control line.
       PRINT-LABEL-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-LABEL-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'HOUSEHOLD PIECES:' TO WS-TOTAL-LABEL.
           MOVE WS-HH-PIECES TO WS-TOTAL-VALUE.
           PERFORM WRITE-LABEL-TOTAL.
           MOVE 'INDIVIDUAL PIECES:' TO WS-TOTAL-LABEL.
           MOVE WS-IND-PIECES TO WS-TOTAL-VALUE.
           PERFORM WRITE-LABEL-TOTAL.
           MOVE 'TOTAL PIECES:' TO WS-TOTAL-LABEL.
           MOVE WS-PIECE-COUNT TO WS-TOTAL-VALUE.
           PERFORM WRITE-LABEL-TOTAL.

       WRITE-LABEL-TOTAL.
           MOVE WS-TOTAL-LINE TO LABEL-RECORD.
           WRITE LABEL-RECORD AFTER ADVANCING 1 LINE.

      *    The run date is printed DD/MM/YYYY, the same way dates
      *    are written throughout this system's logs.
       FORMAT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-HEAD-DATE.
           STRING WS-CURRENT-DD-X DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-MM-X DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-YYYY DELIMITED BY SIZE
               INTO WS-HEAD-DATE.
