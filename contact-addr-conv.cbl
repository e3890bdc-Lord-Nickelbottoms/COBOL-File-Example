      *****************************************************************
      * Program name:    CONTACT-ADDR-CONV
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. One-time conversion for the
      *                    structured contact address (see
      *                    CONTACT.CPY): reads every record from the
      *                    old-layout CONTACTS cluster, whose address
      *                    was one free-form 30-byte field, and
      *                    writes the new-layout record with street,
      *                    city, province and postal code. The postal
      *                    code is the last word of the old address
      *                    found as a code on the postal reference
      *                    table (see POSTREF.CPY); the city is the
      *                    one to three words in front of it (less a
      *                    province code, if one was keyed) that the
      *                    table has under that code, longest first;
      *                    the street is whatever comes before the
      *                    city. The province is taken from the
      *                    table. An address that cannot be taken
      *                    apart that way keeps its whole text in
      *                    the street and is listed REVIEW on SYSOUT
      *                    with the reason, to be keyed properly
      *                    through CONTACT-LOAD. The change journal
      *                    (see JOURNAL.CPY) is converted in the
      *                    same run: every record is rewritten in
      *                    the wider layout and every CONTACTS image
      *                    on it is converted the same way, so
      *                    PERSON-BACKOUT still finds the records as
      *                    the journal says a run left them. Run
      *                    from CONTACNV.jcl, which swaps both
      *                    converted clusters into the live names
      *                    the same way PERSDCNV.jcl does.
      * 15/10/2026 MAINT   A postal code keyed as two words, such as
      *                    K1A 0B1, is now found: each pair of
      *                    adjacent words is tried against the
      *                    reference table joined by one space and
      *                    then run together, wherever the result
      *                    fits the 8-byte code, before the single
      *                    word. The code stored is the table's
      *                    form of it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONTACT-ADDR-CONV.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Old and new clusters are read and written in key order,
      *    as in PERSON-DOB-CONV; the reference table is read by
      *    key.
           SELECT OLD-CONTACT ASSIGN TO OLDCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CONTACT-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CONTACT ASSIGN TO NEWCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-CONTACT-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-JOURNAL ASSIGN TO OLDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-JRNL-KEY
               FILE STATUS IS WS-OLD-JRNL-STATUS.

           SELECT NEW-JOURNAL ASSIGN TO NEWJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-NEW-JRNL-STATUS.

           SELECT POSTREF-FILE ASSIGN TO POSTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSTREF-KEY
               FILE STATUS IS WS-POSTREF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OLD-CONTACT
           DATA RECORD IS OLD-CONTACT-RECORD.

      *    The pre-conversion 100-byte layout, kept inline because
      *    CONTACT.CPY now describes the new shape.
       01 OLD-CONTACT-RECORD.
           05 OLD-CONTACT-ID PIC 9(7).
           05 FILLER PIC X(93).

       FD NEW-CONTACT
           DATA RECORD IS NEW-CONTACT-RECORD.

       01 NEW-CONTACT-RECORD.
           05 NEW-CONTACT-ID PIC 9(7).
           05 FILLER PIC X(123).

       FD OLD-JOURNAL
           DATA RECORD IS OLD-JRNL-RECORD.

      *    The pre-conversion 300-byte journal layout.
       01 OLD-JRNL-RECORD.
           05 OLD-JRNL-KEY PIC X(29).
           05 FILLER PIC X(2).
           05 OLD-JRNL-FILE PIC X(8).
           05 FILLER PIC X(2).
           05 OLD-JRNL-ACTION PIC X(1).
           05 FILLER PIC X(2).
           05 OLD-JRNL-REC-KEY PIC X(7).
           05 FILLER PIC X(2).
           05 OLD-JRNL-OPERATOR PIC X(10).
           05 FILLER PIC X(2).
           05 OLD-JRNL-CHANGE-STAMP PIC X(14).
           05 FILLER PIC X(2).
           05 OLD-JRNL-BEFORE PIC X(100).
           05 FILLER PIC X(2).
           05 OLD-JRNL-AFTER PIC X(100).
           05 FILLER PIC X(17).

       FD NEW-JOURNAL
           DATA RECORD IS JRNL-RECORD.

           COPY JOURNAL.

       FD POSTREF-FILE
           DATA RECORD IS POSTREF-RECORD.

           COPY POSTREF.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-OLD-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-OLD-JRNL-STATUS PIC X(2).
       01 WS-NEW-JRNL-STATUS PIC X(2).
       01 WS-POSTREF-STATUS PIC X(2).
       01 WS-CONVERT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVIEW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-IMAGE-COUNT PIC 9(7) VALUE ZERO.
      *    An old-layout contact image, from the cluster or from a
      *    journal record, and the new-layout record built from it.
       01 WS-OLD-IMAGE.
           05 WS-OLD-ID PIC 9(7).
           05 FILLER PIC X(3).
           05 WS-OLD-ADDRESS PIC X(30).
           05 FILLER PIC X(2).
           05 WS-OLD-PHONE PIC X(15).
           05 FILLER PIC X(2).
           05 WS-OLD-EMERG-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 WS-OLD-EMERG-PHONE PIC X(15).
           05 FILLER PIC X(4).

           COPY CONTACT.

       01 WS-REVIEW-TEXT PIC X(30).
      *    The words of the old address: where each starts and how
      *    long it is. Spaces and commas separate words.
       01 WS-WORD-COUNT PIC 9(2).
       01 WS-WORD-TABLE.
           05 WS-WORD OCCURS 30 TIMES.
               10 WS-WORD-START PIC 9(2).
               10 WS-WORD-LEN PIC 9(2).
       01 WS-IN-WORD PIC X(1).
       01 WS-CHAR-IX PIC 9(2).
       01 WS-CHAR PIC X(1).
       01 WS-WORD-IX PIC 9(2).
       01 WS-CODE-WORD PIC 9(2).
       01 WS-CODE-FIRST-WORD PIC 9(2).
       01 WS-FIRST-WORD PIC 9(2).
       01 WS-LAST-WORD PIC 9(2).
       01 WS-CITY-WORDS PIC 9(2).
       01 WS-STREET-LEN PIC 9(2).
       01 WS-CANDIDATE-CODE PIC X(8).
       01 WS-CANDIDATE-CITY PIC X(20).
       01 WS-CANDIDATE-PTR PIC 9(2).
       01 WS-CANDIDATE-OVER PIC X(1).
       01 WS-CODE-PROVINCE PIC X(2).
       01 WS-PROVINCE-WORD PIC X(2).
       01 WS-CODE-FOUND PIC X(1).
       01 WS-CITY-FOUND PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT OLD-CONTACT.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OLDCONT - STATUS '
                   WS-OLD-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CONTACT.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN NEWCONT - STATUS '
                   WS-NEW-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT OLD-JOURNAL.
           IF WS-OLD-JRNL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OLDJRNL - STATUS '
                   WS-OLD-JRNL-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-JOURNAL.
           IF WS-NEW-JRNL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN NEWJRNL - STATUS '
                   WS-NEW-JRNL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT POSTREF-FILE.
           IF WS-POSTREF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN POSTREF - STATUS '
                   WS-POSTREF-STATUS
               STOP RUN
           END-IF.

           PERFORM READ-OLD-CONTACT.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM CONVERT-CONTACT
               PERFORM READ-OLD-CONTACT
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           PERFORM READ-OLD-JOURNAL.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM CONVERT-JOURNAL-RECORD
               PERFORM READ-OLD-JOURNAL
           END-PERFORM.

           CLOSE OLD-CONTACT.
           CLOSE NEW-CONTACT.
           CLOSE OLD-JOURNAL.
           CLOSE NEW-JOURNAL.
           CLOSE POSTREF-FILE.

           DISPLAY 'CONVERSION COMPLETE - CONTACTS CONVERTED: '
               WS-CONVERT-COUNT.
           DISPLAY 'ADDRESSES FOR REVIEW: ' WS-REVIEW-COUNT.
           DISPLAY 'JOURNAL RECORDS CONVERTED: ' WS-JRNL-COUNT.
           DISPLAY 'JOURNAL CONTACT IMAGES CONVERTED: '
               WS-IMAGE-COUNT.

           STOP RUN.

       READ-OLD-CONTACT.
           READ OLD-CONTACT
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       READ-OLD-JOURNAL.
           READ OLD-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

      *    Every contact is carried over; one whose address could
      *    not be taken apart is listed for someone to key again.
       CONVERT-CONTACT.
           MOVE OLD-CONTACT-RECORD TO WS-OLD-IMAGE.
           PERFORM CONVERT-CONTACT-IMAGE.
           IF WS-REVIEW-TEXT NOT = SPACES
               DISPLAY 'REVIEW - ID ' WS-OLD-ID ' - '
                   WS-REVIEW-TEXT ' - ' WS-OLD-ADDRESS
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.
           WRITE NEW-CONTACT-RECORD FROM CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE CONTACT ID ON CONVERT - '
                       OLD-CONTACT-ID
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-COUNT
           END-WRITE.

      *    Every journal record is carried over field for field.
      *    A CONTACTS image that is not spaces is converted exactly
      *    as the contact itself was, so the after image of the
      *    last change to a contact still matches the converted
      *    record.
       CONVERT-JOURNAL-RECORD.
           MOVE SPACES TO JRNL-RECORD.
           MOVE OLD-JRNL-KEY TO JRNL-KEY.
           MOVE OLD-JRNL-FILE TO JRNL-FILE.
           MOVE OLD-JRNL-ACTION TO JRNL-ACTION.
           MOVE OLD-JRNL-REC-KEY TO JRNL-REC-KEY.
           MOVE OLD-JRNL-OPERATOR TO JRNL-OPERATOR.
           MOVE OLD-JRNL-CHANGE-STAMP TO JRNL-CHANGE-STAMP.
           MOVE OLD-JRNL-BEFORE TO JRNL-BEFORE.
           MOVE OLD-JRNL-AFTER TO JRNL-AFTER.
           IF OLD-JRNL-FILE = 'CONTACTS'
               IF OLD-JRNL-BEFORE NOT = SPACES
                   MOVE OLD-JRNL-BEFORE TO WS-OLD-IMAGE
                   PERFORM CONVERT-CONTACT-IMAGE
                   MOVE CONTACT-RECORD TO JRNL-BEFORE
                   ADD 1 TO WS-IMAGE-COUNT
               END-IF
               IF OLD-JRNL-AFTER NOT = SPACES
                   MOVE OLD-JRNL-AFTER TO WS-OLD-IMAGE
                   PERFORM CONVERT-CONTACT-IMAGE
                   MOVE CONTACT-RECORD TO JRNL-AFTER
                   ADD 1 TO WS-IMAGE-COUNT
               END-IF
           END-IF.
           WRITE JRNL-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE JOURNAL KEY ON CONVERT - '
                       OLD-JRNL-KEY
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-JRNL-COUNT
           END-WRITE.

      *    Builds the new-layout CONTACT-RECORD from WS-OLD-IMAGE.
      *    Everything but the address moves across as it stands;
      *    WS-REVIEW-TEXT is left spaces when the address came
      *    apart cleanly (or there was none).
       CONVERT-CONTACT-IMAGE.
           MOVE SPACES TO CONTACT-RECORD.
           MOVE SPACES TO WS-REVIEW-TEXT.
           MOVE WS-OLD-ID TO CONTACT-PERSON-ID.
           MOVE WS-OLD-PHONE TO CONTACT-PHONE.
           MOVE WS-OLD-EMERG-NAME TO CONTACT-EMERG-NAME.
           MOVE WS-OLD-EMERG-PHONE TO CONTACT-EMERG-PHONE.
           IF WS-OLD-ADDRESS NOT = SPACES
               PERFORM SPLIT-ADDRESS-WORDS
               PERFORM FIND-CODE-WORD
               IF WS-CODE-FOUND = 'N'
                   MOVE WS-OLD-ADDRESS TO CONTACT-STREET
                   MOVE 'NO POSTAL CODE FOUND' TO WS-REVIEW-TEXT
               ELSE
                   PERFORM STRUCTURE-ADDRESS
               END-IF
           END-IF.

       SPLIT-ADDRESS-WORDS.
           MOVE ZERO TO WS-WORD-COUNT.
           MOVE 'N' TO WS-IN-WORD.
           MOVE 1 TO WS-CHAR-IX.
           PERFORM UNTIL WS-CHAR-IX > 30
               MOVE WS-OLD-ADDRESS(WS-CHAR-IX:1) TO WS-CHAR
               IF WS-CHAR = SPACE OR WS-CHAR = ','
                   MOVE 'N' TO WS-IN-WORD
               ELSE
                   IF WS-IN-WORD = 'N'
                       ADD 1 TO WS-WORD-COUNT
                       MOVE WS-CHAR-IX
                           TO WS-WORD-START (WS-WORD-COUNT)
                       MOVE ZERO TO WS-WORD-LEN (WS-WORD-COUNT)
                       MOVE 'Y' TO WS-IN-WORD
                   END-IF
                   ADD 1 TO WS-WORD-LEN (WS-WORD-COUNT)
               END-IF
               ADD 1 TO WS-CHAR-IX
           END-PERFORM.

      *    Works back from the last word for one the reference
      *    table knows as a postal code, trying the word together
      *    with the one in front of it first, since a code is often
      *    keyed in two halves. The code found runs from word
      *    WS-CODE-FIRST-WORD to word WS-CODE-WORD. The first table
      *    record under a code gives its province.
       FIND-CODE-WORD.
           MOVE 'N' TO WS-CODE-FOUND.
           MOVE WS-WORD-COUNT TO WS-WORD-IX.
           PERFORM UNTIL WS-WORD-IX = 0 OR WS-CODE-FOUND = 'Y'
               IF WS-WORD-IX > 1
                   PERFORM TRY-CODE-PAIR
               END-IF
               IF WS-CODE-FOUND = 'N' AND WS-WORD-LEN (WS-WORD-IX) <= 8
                   MOVE WS-WORD-IX TO WS-CODE-FIRST-WORD
                   MOVE SPACES TO WS-CANDIDATE-CODE
                   MOVE WS-OLD-ADDRESS(WS-WORD-START (WS-WORD-IX):
                           WS-WORD-LEN (WS-WORD-IX))
                       TO WS-CANDIDATE-CODE
                   INSPECT WS-CANDIDATE-CODE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM LOOK-UP-CODE
               END-IF
               IF WS-CODE-FOUND = 'N'
                   SUBTRACT 1 FROM WS-WORD-IX
               END-IF
           END-PERFORM.
           MOVE WS-WORD-IX TO WS-CODE-WORD.

      *    Tries the word at WS-WORD-IX and the one in front of it
      *    as one postal code: joined by a single space, then run
      *    together, each only when it fits in 8 bytes.
       TRY-CODE-PAIR.
           COMPUTE WS-CODE-FIRST-WORD = WS-WORD-IX - 1.
           IF WS-WORD-LEN (WS-CODE-FIRST-WORD)
                   + WS-WORD-LEN (WS-WORD-IX) < 8
               MOVE SPACES TO WS-CANDIDATE-CODE
               STRING WS-OLD-ADDRESS(
                           WS-WORD-START (WS-CODE-FIRST-WORD):
                           WS-WORD-LEN (WS-CODE-FIRST-WORD))
                       ' '
                       WS-OLD-ADDRESS(WS-WORD-START (WS-WORD-IX):
                           WS-WORD-LEN (WS-WORD-IX))
                       DELIMITED BY SIZE
                   INTO WS-CANDIDATE-CODE
               END-STRING
               INSPECT WS-CANDIDATE-CODE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM LOOK-UP-CODE
           END-IF.
           IF WS-CODE-FOUND = 'N' AND WS-WORD-LEN (WS-CODE-FIRST-WORD)
                   + WS-WORD-LEN (WS-WORD-IX) <= 8
               MOVE SPACES TO WS-CANDIDATE-CODE
               STRING WS-OLD-ADDRESS(
                           WS-WORD-START (WS-CODE-FIRST-WORD):
                           WS-WORD-LEN (WS-CODE-FIRST-WORD))
                       WS-OLD-ADDRESS(WS-WORD-START (WS-WORD-IX):
                           WS-WORD-LEN (WS-WORD-IX))
                       DELIMITED BY SIZE
                   INTO WS-CANDIDATE-CODE
               END-STRING
               INSPECT WS-CANDIDATE-CODE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM LOOK-UP-CODE
           END-IF.

       LOOK-UP-CODE.
           MOVE WS-CANDIDATE-CODE TO POSTREF-POSTAL-CODE.
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
                                   = WS-CANDIDATE-CODE
                               MOVE 'Y' TO WS-CODE-FOUND
                               MOVE POSTREF-PROVINCE
                                   TO WS-CODE-PROVINCE
                           END-IF
                   END-READ
           END-START.

      *    The postal code must be the last word, bar a province
      *    code after it. In front of it a province code is
      *    skipped, then the city is looked for as the last three,
      *    two or one words under that postal code, and the street
      *    is what is left in front of the city. At least one word
      *    is kept for the street.
       STRUCTURE-ADDRESS.
           MOVE WS-CODE-PROVINCE TO CONTACT-PROVINCE.
           MOVE WS-CANDIDATE-CODE TO CONTACT-POSTAL-CODE.
           MOVE WS-CODE-WORD TO WS-LAST-WORD.
           IF WS-CODE-WORD < WS-WORD-COUNT
               ADD 1 TO WS-LAST-WORD
               PERFORM TEST-PROVINCE-WORD
               IF WS-PROVINCE-WORD NOT = WS-CODE-PROVINCE
                       OR WS-LAST-WORD < WS-WORD-COUNT
                   MOVE SPACES TO CONTACT-ADDRESS
                   MOVE WS-OLD-ADDRESS TO CONTACT-STREET
                   MOVE 'TEXT AFTER POSTAL CODE'
                       TO WS-REVIEW-TEXT
               END-IF
           END-IF.
           IF WS-REVIEW-TEXT = SPACES
               MOVE WS-CODE-FIRST-WORD TO WS-LAST-WORD
               SUBTRACT 1 FROM WS-LAST-WORD
               IF WS-LAST-WORD > 0
                   PERFORM TEST-PROVINCE-WORD
                   IF WS-PROVINCE-WORD = WS-CODE-PROVINCE
                       SUBTRACT 1 FROM WS-LAST-WORD
                   END-IF
               END-IF
               PERFORM FIND-CITY-WORDS
               IF WS-CITY-FOUND = 'Y'
                   MOVE WS-CANDIDATE-CITY TO CONTACT-CITY
                   MOVE WS-WORD-START (WS-FIRST-WORD)
                       TO WS-STREET-LEN
               ELSE
                   MOVE 'CITY NOT FOUND FOR POSTAL CODE'
                       TO WS-REVIEW-TEXT
                   MOVE WS-WORD-START (WS-CODE-FIRST-WORD)
                       TO WS-STREET-LEN
               END-IF
               SUBTRACT 1 FROM WS-STREET-LEN
               PERFORM TRIM-STREET
               IF WS-STREET-LEN > 0
                   MOVE WS-OLD-ADDRESS(1:WS-STREET-LEN)
                       TO CONTACT-STREET
               END-IF
           END-IF.

      *    WS-PROVINCE-WORD is the word at WS-LAST-WORD upper-cased
      *    when it is two letters long, otherwise spaces.
       TEST-PROVINCE-WORD.
           MOVE SPACES TO WS-PROVINCE-WORD.
           IF WS-WORD-LEN (WS-LAST-WORD) = 2
               MOVE WS-OLD-ADDRESS(WS-WORD-START (WS-LAST-WORD):2)
                   TO WS-PROVINCE-WORD
               INSPECT WS-PROVINCE-WORD CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

      *    Tries the words ending at WS-LAST-WORD as the city, three
      *    words first, with a keyed READ on postal code plus city.
       FIND-CITY-WORDS.
           MOVE 'N' TO WS-CITY-FOUND.
           MOVE 3 TO WS-CITY-WORDS.
           PERFORM UNTIL WS-CITY-WORDS = 0 OR WS-CITY-FOUND = 'Y'
               IF WS-LAST-WORD > WS-CITY-WORDS
                   COMPUTE WS-FIRST-WORD =
                       WS-LAST-WORD - WS-CITY-WORDS + 1
                   PERFORM BUILD-CANDIDATE-CITY
                   IF WS-CANDIDATE-OVER = 'N'
                       MOVE CONTACT-POSTAL-CODE
                           TO POSTREF-POSTAL-CODE
                       MOVE WS-CANDIDATE-CITY TO POSTREF-CITY
                       READ POSTREF-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-CITY-FOUND
                               MOVE POSTREF-PROVINCE
                                   TO CONTACT-PROVINCE
                       END-READ
                   END-IF
               END-IF
               IF WS-CITY-FOUND = 'N'
                   SUBTRACT 1 FROM WS-CITY-WORDS
               END-IF
           END-PERFORM.

      *    Joins the words from WS-FIRST-WORD to WS-LAST-WORD with
      *    single spaces, upper case, the way the table holds a
      *    city. Words that will not fit in 20 bytes are no city.
       BUILD-CANDIDATE-CITY.
           MOVE SPACES TO WS-CANDIDATE-CITY.
           MOVE 'N' TO WS-CANDIDATE-OVER.
           MOVE 1 TO WS-CANDIDATE-PTR.
           MOVE WS-FIRST-WORD TO WS-WORD-IX.
           PERFORM UNTIL WS-WORD-IX > WS-LAST-WORD
               IF WS-WORD-IX > WS-FIRST-WORD
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-CANDIDATE-CITY
                       WITH POINTER WS-CANDIDATE-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-CANDIDATE-OVER
                   END-STRING
               END-IF
               STRING WS-OLD-ADDRESS(WS-WORD-START (WS-WORD-IX):
                           WS-WORD-LEN (WS-WORD-IX))
                       DELIMITED BY SIZE
                   INTO WS-CANDIDATE-CITY
                   WITH POINTER WS-CANDIDATE-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-CANDIDATE-OVER
               END-STRING
               ADD 1 TO WS-WORD-IX
           END-PERFORM.
           INSPECT WS-CANDIDATE-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Drops the spaces and commas that separated the street
      *    from what followed it.
       TRIM-STREET.
           PERFORM UNTIL WS-STREET-LEN = 0
                   OR (WS-OLD-ADDRESS(WS-STREET-LEN:1) NOT = SPACE
                   AND WS-OLD-ADDRESS(WS-STREET-LEN:1) NOT = ',')
               SUBTRACT 1 FROM WS-STREET-LEN
           END-PERFORM.
