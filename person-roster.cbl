      *                    default and counted in the totals; a new
      *                    prompt includes them on request, flagged
      *                    with '*' in the line's last column.
      * 15/10/2026 MAINT   The address column prints the street from
      *                    the structured contact address (see
      *                    CONTACT.CPY).
      * 15/10/2026 MAINT   A person with a contact record now gets
      *                    a second line under the address column
      *                    with the card's city, province and postal
      *                    code, the way PERSON-MERGE prints its AREA
      *                    line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 WS-ROSTER-ADDRESS PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ROSTER-FLAG PIC X(1).
       01 WS-AREA-LINE.
           05 FILLER PIC X(48) VALUE SPACES.
           05 WS-AREA-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AREA-PROVINCE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AREA-POSTAL-CODE PIC X(8).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.
      *    One line per person: the contact record is fetched with a
      *    direct keyed READ under the same id; a miss prints the
      *    flag in the address column so the gap is visible on the
      *    line itself. A card on file adds the area line under it.
       PRINT-ROSTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
                   ADD 1 TO WS-NO-CONTACT
               NOT INVALID KEY
                   MOVE CONTACT-PHONE TO WS-ROSTER-PHONE
                   MOVE CONTACT-STREET TO WS-ROSTER-ADDRESS
                   ADD 1 TO WS-WITH-CONTACT
           END-READ.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-ROSTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
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
