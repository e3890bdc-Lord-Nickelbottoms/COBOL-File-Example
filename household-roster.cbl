      *                    or HEAD **NOPER, so the one row the
      *                    block's shared details came from
      *                    cannot pass as trustworthy.
      * 15/10/2026 MAINT   The address column prints the street from
      *                    the structured contact address (see
      *                    CONTACT.CPY).
      * 15/10/2026 MAINT   The household line is now followed by the
      *                    head's city, province and postal code
      *                    under the address column when the head
      *                    has a contact record, the way PERSON-MERGE
      *                    prints its AREA line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 WS-HH-LINE-ADDRESS PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HH-LINE-PHONE PIC X(15).
       01 WS-HH-AREA-LINE.
           05 FILLER PIC X(17) VALUE SPACES.
           05 WS-HH-AREA-CITY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HH-AREA-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HH-AREA-POSTAL-CODE PIC X(8).
       01 WS-MEMBER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MEMBER-ID PIC Z(6)9.
                       TO WS-HH-LINE-ADDRESS
                   MOVE SPACES TO WS-HH-LINE-PHONE
               NOT INVALID KEY
                   MOVE CONTACT-STREET TO WS-HH-LINE-ADDRESS
                   MOVE CONTACT-PHONE TO WS-HH-LINE-PHONE
           END-READ.
           MOVE WS-HH-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-CONTACT-STATUS = '00'
               MOVE CONTACT-CITY TO WS-HH-AREA-CITY
               MOVE CONTACT-PROVINCE TO WS-HH-AREA-PROVINCE
               MOVE CONTACT-POSTAL-CODE TO WS-HH-AREA-POSTAL-CODE
               MOVE WS-HH-AREA-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           ADD 1 TO WS-HOUSEHOLD-COUNT.
           MOVE HH-ID TO WS-CURRENT-HH-ID.
           PERFORM PRINT-MEMBERS.
