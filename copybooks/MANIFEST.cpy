      *****************************************************************
      * Copybook:        MANIFEST.CPY
      * Purpose:          Shared MANIF-RECORD layout for the backup-
      *                   set manifest. The nightly PERSBKUP job
      *                   copies PEOPLE, CONTACTS, HSEHOLDS, HHMEMBS,
      *                   IDCTL, HHIDCTL, OPERS, GUARDNS and NAMEHST
      *                   out together as one set, and BACKUP-SET
      *                   writes one manifest record per file
      *                   holding the number of records copied and
      *                   the highest key among them. For the two
      *                   control files the "key" is the last id
      *                   assigned. Every record of a set carries
      *                   the same set date and time, which is how
      *                   a set is named when PERSREST restores it,
      *                   and the restored files are checked back
      *                   against these figures.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the coordinated backup set and
      *                    restore.
      * 15/10/2026 MAINT   GUARDNS and NAMEHST join the set.
      *                    MANIF-HIGH-KEY widened from 10 to 23 to
      *                    take the name-history key; the record is
      *                    now 63 bytes.
      *****************************************************************
       01 MANIF-RECORD.
           05 MANIF-SET-DATE PIC X(8).
           05 MANIF-SET-TIME PIC X(6).
           05 FILLER PIC X(2).
           05 MANIF-FILE PIC X(8).
           05 FILLER PIC X(2).
           05 MANIF-COUNT PIC 9(7).
           05 FILLER PIC X(2).
           05 MANIF-HIGH-KEY PIC X(23).
           05 FILLER PIC X(5).
