      *****************************************************************
      * Copybook:        RETAIN.CPY
      * Purpose:          Shared RET-RECORD layout for the permanent
      *                   retention archive. PERSON-PURGE writes one
      *                   record for every record it physically
      *                   removes once a deleted person has passed
      *                   the retention cutoff, before removing it,
      *                   so the archive holds each purged person
      *                   whole: the PEOPLE record and, where they
      *                   had them, the CONTACTS record, the
      *                   HHMEMBS household link and the NAMEHST
      *                   name-history rows. The archive is
      *                   only ever appended to; nothing reads it
      *                   back into the live files.
      *                   RET-REC-TYPE:
      *                     P - PEOPLE record (see PERSON.CPY)
      *                     C - CONTACTS record (see CONTACT.CPY)
      *                     H - HHMEMBS record (see HHMEMB.CPY)
      *                     N - NAMEHST record (see NAMEHIST.CPY),
      *                         one per row
      *                   RET-IMAGE is the whole record, left
      *                   justified and space filled, the same as
      *                   the change journal's images (see
      *                   JOURNAL.CPY). RET-DELETED-DATE is the
      *                   YYYYMMDD of the delete on the audit trail
      *                   that started the retention clock; the
      *                   purge date and time are the purge run's
      *                   start, the tag its RUNCTL and journal
      *                   records carry.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the retention purge.
      * 15/10/2026 MAINT   Record type N added: a purged person's
      *                    name-history rows are archived too.
      *****************************************************************
       01 RET-RECORD.
           05 RET-KEY.
               10 RET-PERSON-ID PIC 9(7).
               10 RET-REC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 RET-DELETED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 RET-PURGED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 RET-PURGED-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 RET-IMAGE PIC X(130).
           05 FILLER PIC X(6).
