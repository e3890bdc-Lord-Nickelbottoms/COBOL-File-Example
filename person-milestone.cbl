      *                    (PERSON-STATUS 'I') are skipped by
      *                    default with the usual include prompt;
      *                    print conventions follow PERSON-LIST.
      * 15/10/2026 MAINT   The address column prints the street from
      *                    the structured contact address (see
      *                    CONTACT.CPY).
      * 15/10/2026 MAINT   A milestone whose person has a contact
      *                    record now prints a third line with the
      *                    card's city, province and postal code,
      *                    the way PERSON-MERGE prints its AREA line,
      *                    so the notification can be addressed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 WS-CONTACT-LINE-PHONE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CONTACT-LINE-ADDR PIC X(30).
       01 WS-AREA-LINE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'AREA:    '.
           05 WS-AREA-CITY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AREA-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AREA-POSTAL-CODE PIC X(8).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

      *    Two lines per milestone: who and when, then the contact
      *    details to send the notification to, fetched with a
      *    keyed READ the way PERSON-ROSTER does, with a third for
      *    the card's area when there is a card. A missing contact
      *    record is flagged on the line and counted, since those
      *    are exactly the notifications that will bounce.
       PRINT-MILESTONE.
                   ADD 1 TO WS-NO-CONTACT
               NOT INVALID KEY
                   MOVE CONTACT-PHONE TO WS-CONTACT-LINE-PHONE
                   MOVE CONTACT-STREET TO WS-CONTACT-LINE-ADDR
           END-READ.
           MOVE WS-CONTACT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MILESTONE-COUNT.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-CONTACT-STATUS = '00'
               MOVE CONTACT-CITY TO WS-AREA-CITY
               MOVE CONTACT-PROVINCE TO WS-AREA-PROVINCE
               MOVE CONTACT-POSTAL-CODE TO WS-AREA-POSTAL-CODE
               MOVE WS-AREA-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
