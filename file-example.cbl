      *                    follows the rewrite is safe under the
      *                    never-reuse rule; re-issuing one is
      *                    not.
      * 15/10/2026 MAINT   Audit records now carry a blank
      *                    AUDIT-APPROVER (see AUDIT.CPY): an
      *                    insert needs no second operator.
      * 15/10/2026 MAINT   Every person inserted and every contact
      *                    card written or replaced now writes a
      *                    before/after-image record to the change
      *                    journal (see JOURNAL.CPY) under the job
      *                    name FILEEXMP and the session's start
      *                    time, so PERSON-BACKOUT can take a
      *                    session's work back out. The contact
      *                    card on file, if any, is read before
      *                    it is replaced so the journal has its
      *                    before image.
      * 15/10/2026 MAINT   The contact card is taken as street, city
      *                    or suburb, province and postal code (see
      *                    CONTACT.CPY), city to postal code held
      *                    upper case the way CONTACT-LOAD and the
      *                    postal reference table hold them.
      * 15/10/2026 MAINT   Two entry points for OPERATOR-MENU, which
      *                    has already signed the operator on and
      *                    passes the id and level through (see
      *                    SIGNON.CPY): FEXMMENU adds a person the
      *                    same as a stand-alone run, and FEXMCONT
      *                    takes the contact card for a person
      *                    already on file through the same
      *                    CONTACT-CAPTURE, journalled the same way.
      *                    Both skip the sign-on prompt and GOBACK
      *                    to the menu.
      * 15/10/2026 MAINT   The change journal is now assigned to the
      *                    JOURNAL ddname like every other journal
      *                    writer: it was going to a JOURNAL.TXT of
      *                    its own that PERSON-BACKOUT never reads.
      * 15/10/2026 MAINT   Each session now appends a run-control
      *                    record (see RUNCTL.CPY) under the job name
      *                    FILEEXMP and displays its journal tag at
      *                    close, so OPS-REPORT shows the session and
      *                    PERSON-BACKOUT can be given its tag.
      * 15/10/2026 MAINT   The contact card now goes through the same
      *                    edits as CONTACT-LOAD before it is stored:
      *                    phone numbers must be usable, and the
      *                    postal code, city and province must agree
      *                    with the postal reference table (see
      *                    POSTREF.CPY), a blank province being taken
      *                    from the table. A card that fails shows
      *                    the same reason and can be keyed again or
      *                    given up; nothing is stored until it
      *                    passes.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT IDCTL-FILE ASSIGN TO 'IDCTL.TXT'
               FILE STATUS IS WS-IDCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT POSTREF-FILE ASSIGN TO POSTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSTREF-KEY
               FILE STATUS IS WS-POSTREF-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

           COPY IDCTL.

       FD JOURNAL-FILE
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD POSTREF-FILE
           DATA RECORD IS POSTREF-RECORD.

           COPY POSTREF.

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-USER-NAME PIC A(30).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CONTACT-WANTED PIC X(1).
       01 WS-CONTACT-STREET PIC X(30).
       01 WS-CONTACT-CITY PIC X(20).
       01 WS-CONTACT-PROVINCE PIC X(2).
       01 WS-CONTACT-POSTAL-CODE PIC X(8).
       01 WS-CONTACT-PHONE PIC X(15).
       01 WS-CONTACT-EMERG-NAME PIC X(20).
       01 WS-CONTACT-EMERG-PHONE PIC X(15).
       01 WS-OPER-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-IDCTL-STATUS PIC X(2).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JRNL-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(130).
       01 WS-SESSION-FUNCTION PIC X(1).
       01 WS-ID-INPUT PIC X(7).
       01 WS-ID-POS PIC 9(2).
       01 WS-ID-SIGNED PIC S9(7).
       01 WS-POSTREF-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARD-OK PIC X(1).
       01 WS-REJECT-CODE PIC X(2).
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-CODE-ON-FILE PIC X(1).
       01 WS-PHONE-WORK PIC X(15).
       01 WS-PHONE-OK PIC X(1).
       01 WS-PHONE-STARTED PIC X(1).
       01 WS-PHONE-DIGITS PIC 9(2).
       01 WS-CHAR-IX PIC 9(2).
       01 WS-CHAR PIC X(1).
       77 NAME PIC A(10).
       77 AGE PIC 9(3).

       LINKAGE SECTION.

           COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OPERATOR-SIGNON.

           MOVE 'A' TO WS-SESSION-FUNCTION.
           PERFORM INSERT-SESSION.

           STOP RUN.

      *    Entries from OPERATOR-MENU: the operator is already signed
      *    on, so the id and level the menu proved are taken as they
      *    stand, and control goes back to the menu at the end.
      *    FEXMMENU is the person insert, FEXMCONT the contact card
      *    for a person already on file.
       MENU-ADD-ENTRY.
       ENTRY 'FEXMMENU' USING SIGNON-AREA.
           PERFORM TAKE-MENU-SIGNON.
           MOVE 'A' TO WS-SESSION-FUNCTION.
           PERFORM INSERT-SESSION.

           GOBACK.

       MENU-CONTACT-ENTRY.
       ENTRY 'FEXMCONT' USING SIGNON-AREA.
           PERFORM TAKE-MENU-SIGNON.
           MOVE 'C' TO WS-SESSION-FUNCTION.
           PERFORM INSERT-SESSION.

           GOBACK.

       TAKE-MENU-SIGNON.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SIGNON-AUTH-LEVEL TO WS-OPER-LEVEL.

      *    Opens the files, takes the insert or the contact card and
      *    closes down, whichever way the program was entered.
       INSERT-SESSION.
      *    Indexed PERSON files must already exist to OPEN I-O; status
      *    35 means this is the first run, so create an empty file and
      *    re-open it for direct access. Any other non-zero status is
               STOP RUN
           END-IF.

      *    The postal reference table is read-only and must be
      *    there, same as for CONTACT-LOAD: with no table no contact
      *    card can be checked.
           OPEN INPUT POSTREF-FILE.
           IF WS-POSTREF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN POSTREF - STATUS '
                   WS-POSTREF-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           IF WS-SESSION-FUNCTION = 'C'
               PERFORM CONTACT-UPDATE
           ELSE
               PERFORM READ-ID-CONTROL
               INITIALIZE PERSON-RECORD
               PERFORM USER-INPUT
           END-IF.

           CLOSE PERSON.
           CLOSE AUDIT-FILE.
           CLOSE CONTACT-FILE.
           CLOSE POSTREF-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM WRITE-RUN-CONTROL.
           DISPLAY 'JOURNAL TAG: FILEEXMP ' WS-RUN-DATE ' '
               WS-RUN-TIME.

      *    Proves the keyed-in operator id against the OPERATORS
      *    sign-on file before anything else happens: an id that is
       USER-INPUT.
           DISPLAY 'Enter a name and surname: '.
           ACCEPT WS-USER-NAME.
           ADD 1 TO WS-TRANS-COUNT.

           MOVE 'Y' TO WS-PROCEED.
           PERFORM CHECK-DUPLICATE-NAME.
               PERFORM WRITE-PROCEDURE
           ELSE
               DISPLAY 'RECORD NOT WRITTEN'
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

      *    Looks for an existing record with the same PERSON_NAME as
           WRITE PERSON-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE PERSON-ID - RECORD NOT WRITTEN'
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY 'RECORD INSERTED - ID '
                       PERSON-ID IN PERSON-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO JRNL-RECORD
                   MOVE 'PEOPLE' TO JRNL-FILE
                   MOVE 'A' TO JRNL-ACTION
                   MOVE PERSON-ID IN PERSON-RECORD TO JRNL-REC-KEY
                   MOVE PERSON-RECORD TO JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM CONTACT-CAPTURE
           END-WRITE.

      *    Offers to take the contact card for the person just
      *    written, keyed by the id the insert assigned. The card is
      *    taken and edited until it passes or the operator gives
      *    it up, so nothing is stored that CONTACT-LOAD would have
      *    rejected. A keyed rewrite covers the unlikely case of a
      *    contact record already sitting under that id; that record
      *    is read first so the journal holds what the rewrite
      *    replaced.
       CONTACT-CAPTURE.
           DISPLAY 'Record contact details? (Y/N): '.
           ACCEPT WS-CONTACT-WANTED.
           IF WS-CONTACT-WANTED = 'Y' OR WS-CONTACT-WANTED = 'y'
               ADD 1 TO WS-TRANS-COUNT
               MOVE 'N' TO WS-CARD-OK
               PERFORM UNTIL WS-CARD-OK = 'Y'
                       OR WS-CONTACT-WANTED = 'N'
                   PERFORM TAKE-CONTACT-CARD
                   PERFORM EDIT-CONTACT-CARD
                   IF WS-CARD-OK = 'N'
                       DISPLAY 'Key the card again? (Y/N): '
                       ACCEPT WS-CONTACT-WANTED
                       IF WS-CONTACT-WANTED NOT = 'Y'
                               AND WS-CONTACT-WANTED NOT = 'y'
                           MOVE 'N' TO WS-CONTACT-WANTED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CARD-OK = 'Y'
                   PERFORM STORE-CONTACT-CARD
               ELSE
                   DISPLAY 'CONTACT RECORD NOT WRITTEN'
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

      *    Takes the card from the operator. City, province and
      *    postal code are upper-cased as keyed, the way CONTACT-LOAD
      *    and the postal reference table hold them.
       TAKE-CONTACT-CARD.
           DISPLAY 'Street address: '.
           ACCEPT WS-CONTACT-STREET.
           DISPLAY 'City or suburb: '.
           ACCEPT WS-CONTACT-CITY.
           DISPLAY 'Province (2-letter code): '.
           ACCEPT WS-CONTACT-PROVINCE.
           DISPLAY 'Postal code: '.
           ACCEPT WS-CONTACT-POSTAL-CODE.
           DISPLAY 'Phone number: '.
           ACCEPT WS-CONTACT-PHONE.
           DISPLAY 'Emergency contact name: '.
           ACCEPT WS-CONTACT-EMERG-NAME.
           DISPLAY 'Emergency contact phone: '.
           ACCEPT WS-CONTACT-EMERG-PHONE.
           INSPECT WS-CONTACT-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CONTACT-PROVINCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CONTACT-POSTAL-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Writes the card that passed its edits, or replaces the one
      *    already on file under the id, and journals it.
       STORE-CONTACT-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE PERSON-ID IN PERSON-RECORD TO CONTACT-PERSON-ID.
           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           MOVE SPACES TO CONTACT-RECORD.
           MOVE PERSON-ID IN PERSON-RECORD TO CONTACT-PERSON-ID.
           MOVE WS-CONTACT-STREET TO CONTACT-STREET.
           MOVE WS-CONTACT-CITY TO CONTACT-CITY.
           MOVE WS-CONTACT-PROVINCE TO CONTACT-PROVINCE.
           MOVE WS-CONTACT-POSTAL-CODE TO CONTACT-POSTAL-CODE.
           MOVE WS-CONTACT-PHONE TO CONTACT-PHONE.
           MOVE WS-CONTACT-EMERG-NAME TO CONTACT-EMERG-NAME.
           MOVE WS-CONTACT-EMERG-PHONE TO CONTACT-EMERG-PHONE.
           WRITE CONTACT-RECORD
               INVALID KEY
                   REWRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY 'CONTACT RECORD NOT '
                               'WRITTEN - STATUS '
                               WS-CONTACT-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           DISPLAY 'CONTACT RECORD REPLACED'
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE SPACES TO JRNL-RECORD
                           MOVE 'C' TO JRNL-ACTION
                           PERFORM JOURNAL-CONTACT-CHANGE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'CONTACT RECORD WRITTEN'
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO JRNL-RECORD
                   MOVE 'A' TO JRNL-ACTION
                   PERFORM JOURNAL-CONTACT-CHANGE
           END-WRITE.

      *    The card edits from CONTACT-LOAD, with its reason codes:
      *    each phone keyed must be a usable number, and an address
      *    keyed is checked as a whole against the postal reference
      *    table. The first failure is shown and ends the edit.
       EDIT-CONTACT-CARD.
           MOVE 'Y' TO WS-CARD-OK.
           IF WS-CONTACT-PHONE NOT = SPACES
               MOVE WS-CONTACT-PHONE TO WS-PHONE-WORK
               PERFORM EDIT-PHONE
               IF WS-PHONE-OK = 'N'
                   MOVE 'PH' TO WS-REJECT-CODE
                   MOVE 'PHONE NOT A VALID NUMBER'
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-CONTACT-CARD
               END-IF
           END-IF.
           IF WS-CARD-OK = 'Y' AND WS-CONTACT-EMERG-PHONE NOT = SPACES
               MOVE WS-CONTACT-EMERG-PHONE TO WS-PHONE-WORK
               PERFORM EDIT-PHONE
               IF WS-PHONE-OK = 'N'
                   MOVE 'EP' TO WS-REJECT-CODE
                   MOVE 'EMERGENCY PHONE NOT A VALID NUMBER'
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-CONTACT-CARD
               END-IF
           END-IF.
           IF WS-CARD-OK = 'Y'
               IF WS-CONTACT-STREET NOT = SPACES
                       OR WS-CONTACT-CITY NOT = SPACES
                       OR WS-CONTACT-PROVINCE NOT = SPACES
                       OR WS-CONTACT-POSTAL-CODE NOT = SPACES
                   PERFORM EDIT-ADDRESS
               END-IF
           END-IF.

      *    A keyed READ on postal code plus city proves the pair is
      *    on the reference table. When it is not, a START on the
      *    postal code alone tells an unknown code (PC) from a city
      *    the code does not serve (CT). A blank province is taken
      *    from the table; a keyed one must match it (PV).
       EDIT-ADDRESS.
           IF WS-CONTACT-POSTAL-CODE = SPACES
               MOVE 'PC' TO WS-REJECT-CODE
               MOVE 'POSTAL CODE MISSING' TO WS-REJECT-TEXT
               PERFORM REJECT-CONTACT-CARD
           ELSE
               MOVE WS-CONTACT-POSTAL-CODE TO POSTREF-POSTAL-CODE
               MOVE WS-CONTACT-CITY TO POSTREF-CITY
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
                       PERFORM REJECT-CONTACT-CARD
                   NOT INVALID KEY
                       IF WS-CONTACT-PROVINCE = SPACES
                           MOVE POSTREF-PROVINCE
                               TO WS-CONTACT-PROVINCE
                       END-IF
                       IF WS-CONTACT-PROVINCE NOT = POSTREF-PROVINCE
                           MOVE 'PV' TO WS-REJECT-CODE
                           MOVE 'PROVINCE DOES NOT MATCH POSTAL CODE'
                               TO WS-REJECT-TEXT
                           PERFORM REJECT-CONTACT-CARD
                       END-IF
               END-READ
           END-IF.

       FIND-POSTAL-CODE.
           MOVE 'N' TO WS-CODE-ON-FILE.
           MOVE WS-CONTACT-POSTAL-CODE TO POSTREF-POSTAL-CODE.
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
                                   = WS-CONTACT-POSTAL-CODE
                               MOVE 'Y' TO WS-CODE-ON-FILE
                           END-IF
                   END-READ
           END-START.

      *    A phone number may carry digits, spaces and - ( ) . as
      *    punctuation, and a + only in front; it must hold 7 to
      *    15 digits, fewer not being a usable number. Same rule as
      *    CONTACT-LOAD.
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

       REJECT-CONTACT-CARD.
           DISPLAY 'REJECTED ' WS-REJECT-CODE ' - ' WS-REJECT-TEXT.
           MOVE 'N' TO WS-CARD-OK.

      *    Contact card for a person already on file. The id is
      *    staged through NUMVAL's signed result, same as the id
      *    edit in PERSON-INQUIRY, and proved with a keyed READ on
      *    the primary key; only an active person's card is taken.
      *    The card itself goes through CONTACT-CAPTURE, so a card
      *    already on file is replaced and journalled exactly as
      *    after an insert.
       CONTACT-UPDATE.
           DISPLAY 'Enter the PERSON-ID: '.
           ACCEPT WS-ID-INPUT.
           MOVE FUNCTION TEST-NUMVAL(WS-ID-INPUT) TO WS-ID-POS.
           IF WS-ID-POS NOT = 0
               DISPLAY 'PERSON-ID MUST BE NUMERIC'
               PERFORM REJECT-CONTACT-ID
           ELSE
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-ID-SIGNED
               IF WS-ID-SIGNED < 1
                   DISPLAY 'PERSON-ID MUST BE 1 OR GREATER'
                   PERFORM REJECT-CONTACT-ID
               ELSE
                   MOVE WS-ID-SIGNED TO PERSON-ID IN PERSON-RECORD
                   READ PERSON KEY IS PERSON-ID IN PERSON-RECORD
                       INVALID KEY
                           DISPLAY 'NO PERSON ON FILE WITH ID '
                               WS-ID-SIGNED
                           PERFORM REJECT-CONTACT-ID
                       NOT INVALID KEY
                           IF PERSON-STATUS IN PERSON-RECORD = 'I'
                               DISPLAY 'PERSON IS INACTIVE - '
                                   'CONTACT NOT TAKEN'
                               PERFORM REJECT-CONTACT-ID
                           ELSE
                               DISPLAY 'CONTACT CARD FOR '
                                   PERSON_NAME IN PERSON-RECORD
                               PERFORM CONTACT-CAPTURE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A contact card refused for its id is counted as a
      *    rejected transaction; CONTACT-CAPTURE counts the card
      *    itself once the id is good.
       REJECT-CONTACT-ID.
           ADD 1 TO WS-TRANS-COUNT.
           ADD 1 TO WS-REJECT-COUNT.

      *    Journals the contact card just stored: WS-BEFORE-IMAGE
      *    holds the card it replaced (spaces for a new one) and
      *    CONTACT-RECORD the card as written. JRNL-ACTION is set
      *    by the caller; the rest of the journal record is built
      *    here around it.
       JOURNAL-CONTACT-CHANGE.
           MOVE 'CONTACTS' TO JRNL-FILE.
           MOVE CONTACT-PERSON-ID TO JRNL-REC-KEY.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE CONTACT-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Opens the change journal (see JOURNAL.CPY) and takes the
      *    session's start date and time, the tag every journal
      *    record from this session carries. Created fresh only on
      *    status 35, the same drill as the audit log.
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

      *    Writes one before/after image pair under this session's
      *    tag and the next sequence number. The caller has set
      *    JRNL-FILE, JRNL-ACTION, JRNL-REC-KEY and both images.
       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE 'FILEEXMP' TO JRNL-JOB.
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

      *    Appends the session's line to the central run-control
      *    file for the morning OPS-REPORT: every person keyed and
      *    every contact card taken ended as applied, rejected, or
      *    skipped (an insert given up at the duplicate-name
      *    warning). Append-only, created fresh only on status 35.
      *    The date and time are the session's start, the tag its
      *    journal records carry.
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
           MOVE 'FILEEXMP' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-TRANS-COUNT TO RUNCTL-READ.
           MOVE WS-APPLIED-COUNT TO RUNCTL-APPLIED.
           MOVE WS-REJECT-COUNT TO RUNCTL-REJECTED.
           MOVE WS-SKIP-COUNT TO RUNCTL-SKIPPED.
           IF WS-REJECT-COUNT = 0 AND WS-SKIP-COUNT = 0
               MOVE 'OK' TO RUNCTL-STATUS
           ELSE
               MOVE 'WARN' TO RUNCTL-STATUS
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *    Appends one audit record per successful PERSON insert so
      *    the file can be reconciled later against who entered what.
           MOVE WS-DERIVED-AGE TO AUDIT-AGE.
           MOVE 'A' TO AUDIT-ACTION.
           MOVE PERSON-ID IN PERSON-RECORD TO AUDIT-PERSON-ID.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

      *    Derives the age in WS-DERIVED-AGE from the birth date in
