      *****************************************************************
      * Copybook:        JOURNAL.CPY
      * Purpose:          Shared JRNL-RECORD layout for the change
      *                   journal. Every program that adds, changes
      *                   or removes a record on PEOPLE, CONTACTS,
      *                   HSEHOLDS, HHMEMBS or GUARDNS (and the
      *                   merge approval and the retention purge,
      *                   for each NAMEHST row they move, file or
      *                   remove) writes one journal record per
      *                   record touched, holding the record as it
      *                   stood before the change and as it stands
      *                   after it, so that one run's changes can be
      *                   taken back by PERSON-BACKOUT without
      *                   restoring a whole backup generation. The
      *                   key tags each record with the job name and
      *                   the run date and time that job stamps on
      *                   its RUNCTL entry (see
      *                   RUNCTL.CPY), plus a sequence number within
      *                   the run, so a run's changes sit together
      *                   in the order they were made.
      *                   JRNL-FILE names the file changed: PEOPLE,
      *                   CONTACTS, HSEHOLDS, HHMEMBS, GUARDNS or
      *                   NAMEHST.
      *                   JRNL-ACTION:
      *                     A - record added (JRNL-BEFORE is spaces)
      *                     C - record rewritten in place
      *                     D - record physically removed
      *                         (JRNL-AFTER is spaces)
      *                   A logical delete or reinstate on PEOPLE is
      *                   a rewrite of PERSON-STATUS and journals as
      *                   C. The images are the whole record, left
      *                   justified and space filled.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the before/after-image change
      *                    journal and run backout.
      * 15/10/2026 MAINT   Images widened from 100 to 130 bytes for
      *                    the structured contact address (see
      *                    CONTACT.CPY); the record grows from 300
      *                    to 360 bytes. CONTACT-ADDR-CONV converts
      *                    the journal along with the contact file.
      * 15/10/2026 MAINT   GUARDNS (guardian/dependent links, see
      *                    GUARDIAN.CPY) added to the files journalled.
      * 15/10/2026 MAINT   NAMEHST added: PERSON-PURGE journals the
      *                    name-history rows it removes.
      * 15/10/2026 MAINT   PERSON-APPROVE journals the name-history
      *                    rows a merge moves and files.
      *****************************************************************
       01 JRNL-RECORD.
           05 JRNL-KEY.
               10 JRNL-JOB PIC X(8).
               10 JRNL-RUN-DATE PIC X(8).
               10 JRNL-RUN-TIME PIC X(6).
               10 JRNL-SEQ PIC 9(7).
           05 FILLER PIC X(2).
           05 JRNL-FILE PIC X(8).
           05 FILLER PIC X(2).
           05 JRNL-ACTION PIC X(1).
           05 FILLER PIC X(2).
           05 JRNL-REC-KEY PIC X(7).
           05 FILLER PIC X(2).
           05 JRNL-OPERATOR PIC X(10).
           05 FILLER PIC X(2).
           05 JRNL-CHANGE-STAMP PIC X(14).
           05 FILLER PIC X(2).
           05 JRNL-BEFORE PIC X(130).
           05 FILLER PIC X(2).
           05 JRNL-AFTER PIC X(130).
           05 FILLER PIC X(17).
