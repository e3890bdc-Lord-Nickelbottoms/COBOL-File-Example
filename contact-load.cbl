      *                    RUNCTL.CPY) at end of run for the
      *                    morning OPS-REPORT, same as
      *                    PERSON-LOAD.
      * 15/10/2026 MAINT   Every contact added or updated now writes
      *                    a before/after-image record to the
      *                    change journal (see JOURNAL.CPY) under
      *                    this run's job name and start time, the
      *                    same tag now stamped on the run-control
      *                    record, so PERSON-BACKOUT can take a bad
      *                    run back out.
      * 15/10/2026 MAINT   The address on the transaction comes in
      *                    the structured form (see CONTACT.CPY):
      *                    street, city, province and postal code,
      *                    and the CTRANS record is now 117 bytes.
      *                    Whenever a transaction touches the
      *                    address, the address as it will be
      *                    stored is checked against the postal
      *                    reference table (see POSTREF.CPY): PC
      *                    postal code missing or not on the table,
      *                    CT city missing or not served by that
      *                    code, PV province not the one the table
      *                    gives (a blank province is filled in
      *                    from the table). Both phone numbers are
      *                    checked when given: PH for the contact
      *                    phone, EP for the emergency phone, which
      *                    may hold only digits, spaces, - ( ) .
      *                    and a leading +, with 7 to 15 digits.
      *                    A rejected transaction changes nothing
      *                    and its reason code is displayed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CONTACT-PERSON-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT POSTREF-FILE ASSIGN TO POSTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSTREF-KEY
               FILE STATUS IS WS-POSTREF-STATUS.

           SELECT CTRANS-FILE ASSIGN TO CTRANS
               FILE STATUS IS WS-CTRANS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.

           COPY CONTACT.

       FD POSTREF-FILE
           DATA RECORD IS POSTREF-RECORD.

           COPY POSTREF.

       FD CTRANS-FILE
           DATA RECORD IS CTRANS-RECORD.

       01 CTRANS-RECORD.
           05 CTRANS-PERSON-ID PIC X(7).
           05 CTRANS-ADDRESS.
               10 CTRANS-STREET PIC X(30).
               10 CTRANS-CITY PIC X(20).
               10 CTRANS-PROVINCE PIC X(2).
               10 CTRANS-POSTAL-CODE PIC X(8).
           05 CTRANS-PHONE PIC X(15).
           05 CTRANS-EMERG-NAME PIC X(20).
           05 CTRANS-EMERG-PHONE PIC X(15).

           COPY RUNCTL.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 WS-CTRANS-EOF PIC X(1) VALUE 'N'.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CTRANS-STATUS PIC X(2).
       01 WS-POSTREF-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE 'CONTLOAD'.
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(130).
       01 WS-JRNL-ACTION PIC X(1).
       01 WS-CTRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ID-POS PIC 9(2).
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-CODE PIC X(2).
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-CODE-ON-FILE PIC X(1).
       01 WS-PHONE-WORK PIC X(15).
       01 WS-PHONE-OK PIC X(1).
       01 WS-PHONE-STARTED PIC X(1).
       01 WS-PHONE-DIGITS PIC 9(2).
       01 WS-CHAR-IX PIC 9(2).
       01 WS-CHAR PIC X(1).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

      *    The reference table is read-only and must be there: with
      *    no table no address can be checked.
           OPEN INPUT POSTREF-FILE.
           IF WS-POSTREF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN POSTREF - STATUS '
                   WS-POSTREF-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           PERFORM READ-CTRANS.
           PERFORM UNTIL WS-CTRANS-EOF = 'Y'
               ADD 1 TO WS-CTRANS-COUNT
           CLOSE PERSON.
           CLOSE CONTACT-FILE.
           CLOSE CTRANS-FILE.
           CLOSE POSTREF-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-RUN-CONTROL.

      *    for the morning OPS-REPORT, same as PERSON-LOAD: every
      *    transaction read ended as applied (added or updated) or
      *    rejected. Append-only, created fresh only on status 35.
      *    The date and time are the run's start, the tag its
      *    journal records carry.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'CONTLOAD' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-CTRANS-COUNT TO RUNCTL-READ.
           COMPUTE WS-APPLIED-COUNT =
               WS-ADD-COUNT + WS-UPDATE-COUNT.

      *    A keyed READ decides between add and update: an existing
      *    record is changed field by field (spaces = keep), a
      *    missing one is built fresh from the transaction. Either
      *    way the record is only stored once it passes the edits.
       STORE-CONTACT.
           MOVE PERSON-ID IN PERSON-RECORD
               TO CONTACT-PERSON-ID.
                   MOVE SPACES TO CONTACT-RECORD
                   MOVE PERSON-ID IN PERSON-RECORD
                       TO CONTACT-PERSON-ID
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-JRNL-ACTION
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'C' TO WS-JRNL-ACTION
           END-READ.
           PERFORM APPLY-TRANS-FIELDS.
           PERFORM EDIT-CONTACT.
           IF WS-PROCEED = 'Y'
               IF WS-JRNL-ACTION = 'A'
                   PERFORM ADD-CONTACT
               ELSE
                   PERFORM UPDATE-CONTACT
               END-IF
           END-IF.

      *    Copies every non-blank transaction field over the record
      *    area. City, province and postal code are upper-cased
      *    first, the way the reference table holds them.
       APPLY-TRANS-FIELDS.
           INSPECT CTRANS-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CTRANS-PROVINCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CTRANS-POSTAL-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF CTRANS-STREET NOT = SPACES
               MOVE CTRANS-STREET TO CONTACT-STREET
           END-IF.
           IF CTRANS-CITY NOT = SPACES
               MOVE CTRANS-CITY TO CONTACT-CITY
           END-IF.
           IF CTRANS-PROVINCE NOT = SPACES
               MOVE CTRANS-PROVINCE TO CONTACT-PROVINCE
           END-IF.
           IF CTRANS-POSTAL-CODE NOT = SPACES
               MOVE CTRANS-POSTAL-CODE TO CONTACT-POSTAL-CODE
           END-IF.
           IF CTRANS-PHONE NOT = SPACES
               MOVE CTRANS-PHONE TO CONTACT-PHONE
           END-IF.
           IF CTRANS-EMERG-NAME NOT = SPACES
               MOVE CTRANS-EMERG-NAME TO CONTACT-EMERG-NAME
           END-IF.
           IF CTRANS-EMERG-PHONE NOT = SPACES
               MOVE CTRANS-EMERG-PHONE TO CONTACT-EMERG-PHONE
           END-IF.

      *    Only what the transaction touches is checked, so a
      *    phone-only update is not held up by an address stored
      *    before the reference table was in use. The address is
      *    checked as a whole, as it will be stored.
       EDIT-CONTACT.
           IF CTRANS-PHONE NOT = SPACES
               MOVE CONTACT-PHONE TO WS-PHONE-WORK
               PERFORM EDIT-PHONE
               IF WS-PHONE-OK = 'N'
                   MOVE 'PH' TO WS-REJECT-CODE
                   MOVE 'PHONE NOT A VALID NUMBER'
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-CONTACT-TRANS
               END-IF
           END-IF.
           IF WS-PROCEED = 'Y' AND CTRANS-EMERG-PHONE NOT = SPACES
               MOVE CONTACT-EMERG-PHONE TO WS-PHONE-WORK
               PERFORM EDIT-PHONE
               IF WS-PHONE-OK = 'N'
                   MOVE 'EP' TO WS-REJECT-CODE
                   MOVE 'EMERGENCY PHONE NOT A VALID NUMBER'
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-CONTACT-TRANS
               END-IF
           END-IF.
           IF WS-PROCEED = 'Y' AND CTRANS-ADDRESS NOT = SPACES
               PERFORM EDIT-ADDRESS
           END-IF.

      *    A keyed READ on postal code plus city proves the pair is
      *    on the reference table. When it is not, a START on the
      *    postal code alone tells an unknown code (PC) from a city
      *    the code does not serve (CT).
       EDIT-ADDRESS.
           IF CONTACT-POSTAL-CODE = SPACES
               MOVE 'PC' TO WS-REJECT-CODE
               MOVE 'POSTAL CODE MISSING' TO WS-REJECT-TEXT
               PERFORM REJECT-CONTACT-TRANS
           ELSE
               MOVE CONTACT-POSTAL-CODE TO POSTREF-POSTAL-CODE
               MOVE CONTACT-CITY TO POSTREF-CITY
               READ POSTREF-FILE
                   INVALID KEY
                       PERFORM FIND-POSTAL-CODE
                       IF WS-CODE-ON-FILE = 'Y'
                           MOVE 'CT' TO WS-REJECT-CODE
                           MOVE 'CITY NOT SERVED BY POSTAL CODE'
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE 'PC' TO WS-REJECT-CODE
                           MOVE 'POSTAL CODE NOT ON REFERENCE TABLE'
                               TO WS-REJECT-TEXT
                       END-IF
                       PERFORM REJECT-CONTACT-TRANS
                   NOT INVALID KEY
                       IF CONTACT-PROVINCE = SPACES
                           MOVE POSTREF-PROVINCE TO CONTACT-PROVINCE
                       END-IF
                       IF CONTACT-PROVINCE NOT = POSTREF-PROVINCE
                           MOVE 'PV' TO WS-REJECT-CODE
                           MOVE 'PROVINCE DOES NOT MATCH POSTAL CODE'
                               TO WS-REJECT-TEXT
                           PERFORM REJECT-CONTACT-TRANS
                       END-IF
               END-READ
           END-IF.

       FIND-POSTAL-CODE.
           MOVE 'N' TO WS-CODE-ON-FILE.
           MOVE CONTACT-POSTAL-CODE TO POSTREF-POSTAL-CODE.
           MOVE LOW-VALUES TO POSTREF-CITY.
           START POSTREF-FILE KEY IS NOT LESS THAN POSTREF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ POSTREF-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF POSTREF-POSTAL-CODE
                                   = CONTACT-POSTAL-CODE
                               MOVE 'Y' TO WS-CODE-ON-FILE
                           END-IF
                   END-READ
           END-START.

      *    A phone number may carry digits, spaces and - ( ) . as
      *    punctuation, and a + only in front; it must hold 7 to
      *    15 digits, fewer not being a usable number.
       EDIT-PHONE.
           MOVE 'Y' TO WS-PHONE-OK.
           MOVE 'N' TO WS-PHONE-STARTED.
           MOVE ZERO TO WS-PHONE-DIGITS.
           MOVE 1 TO WS-CHAR-IX.
           PERFORM UNTIL WS-CHAR-IX > 15
               MOVE WS-PHONE-WORK(WS-CHAR-IX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                       ADD 1 TO WS-PHONE-DIGITS
                       MOVE 'Y' TO WS-PHONE-STARTED
                   WHEN WS-CHAR = '+'
                       IF WS-PHONE-STARTED = 'Y'
                           MOVE 'N' TO WS-PHONE-OK
                       END-IF
                       MOVE 'Y' TO WS-PHONE-STARTED
                   WHEN WS-CHAR = SPACE
                       CONTINUE
                   WHEN WS-CHAR = '-' OR '(' OR ')' OR '.'
                       MOVE 'Y' TO WS-PHONE-STARTED
                   WHEN OTHER
                       MOVE 'N' TO WS-PHONE-OK
               END-EVALUATE
               ADD 1 TO WS-CHAR-IX
           END-PERFORM.
           IF WS-PHONE-DIGITS < 7
               MOVE 'N' TO WS-PHONE-OK
           END-IF.

       REJECT-CONTACT-TRANS.
           DISPLAY 'REJECTED ' WS-REJECT-CODE ' - ' WS-REJECT-TEXT
               ' - ID ' CTRANS-PERSON-ID.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'N' TO WS-PROCEED.

       ADD-CONTACT.
           WRITE CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'CONTACT WRITE FAILED - '
                       'STATUS ' WS-CONTACT-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY 'CONTACT ADDED - ID '
                       CONTACT-PERSON-ID
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM JOURNAL-CONTACT-CHANGE
           END-WRITE.

       UPDATE-CONTACT.
           REWRITE CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'CONTACT REWRITE FAILED - '
                       'STATUS ' WS-CONTACT-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY 'CONTACT UPDATED - ID '
                       CONTACT-PERSON-ID
                   ADD 1 TO WS-UPDATE-COUNT
                   PERFORM JOURNAL-CONTACT-CHANGE
           END-REWRITE.

      *    Journals the contact record just stored: WS-BEFORE-IMAGE
      *    holds the record as read (spaces for an add) and
      *    CONTACT-RECORD the record as written. WS-JRNL-ACTION is
      *    set by the caller.
       JOURNAL-CONTACT-CHANGE.
           MOVE SPACES TO JRNL-RECORD.
           MOVE 'CONTACTS' TO JRNL-FILE.
           MOVE WS-JRNL-ACTION TO JRNL-ACTION.
           MOVE CONTACT-PERSON-ID TO JRNL-REC-KEY.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE CONTACT-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    run's start date and time, the tag every journal record
      *    and the run-control record carry. Created fresh only on
      *    status 35, the same drill as the run-control file.
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
           MOVE 'CONTLOAD' TO JRNL-JOB.
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
