      *****************************************************************
      * Copybook:        PENDING.CPY
      * Purpose:          Shared PEND-RECORD layout for the pending-
      *                   approval file. The changes that cannot be
      *                   undone by the person who keyed them -- a
      *                   delete from PERSON-MAINT, a birth-date
      *                   change from PERSON-MAINT and a merge from
      *                   PERSON-MERGE -- are written here instead
      *                   of being applied, and only take effect
      *                   when a second operator approves them in
      *                   PERSON-APPROVE. The key leads with the
      *                   date and time the item was queued, so a
      *                   sequential pass takes the oldest first.
      *                   PEND-ACTION:
      *                     D - delete (mark PEND-PERSON-ID inactive)
      *                     B - birth-date change to PEND-NEW-DOB
      *                     M - merge PEND-DUP-PERSON-ID into
      *                         PEND-PERSON-ID (the survivor)
      *                   PEND-STATUS:
      *                     P - pending, awaiting a decision
      *                     A - approved and applied
      *                     R - rejected by the approver
      *                     F - approved but could no longer be
      *                         applied (record changed meanwhile)
      *                     X - expired undecided
      *                   PEND-REQ-LEVEL is the requesting
      *                   operator's authority level at the time the
      *                   item was queued; the approver must be a
      *                   different sign-on holding a higher level.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for dual-control approval of
      *                    deletes, merges and birth-date changes.
      *****************************************************************
       01 PEND-RECORD.
           05 PEND-KEY.
               10 PEND-QUEUED-DATE PIC X(8).
               10 PEND-QUEUED-TIME PIC X(8).
               10 PEND-PERSON-ID PIC 9(7).
           05 FILLER PIC X(2).
           05 PEND-ACTION PIC X(1).
           05 FILLER PIC X(2).
           05 PEND-STATUS PIC X(1).
           05 FILLER PIC X(2).
           05 PEND-SOURCE PIC X(8).
           05 FILLER PIC X(2).
           05 PEND-REQ-OPERATOR PIC X(10).
           05 FILLER PIC X(2).
           05 PEND-REQ-LEVEL PIC 9(1).
           05 FILLER PIC X(2).
           05 PEND-DUP-PERSON-ID PIC 9(7).
           05 FILLER PIC X(2).
           05 PEND-NEW-DOB PIC X(8).
           05 FILLER PIC X(2).
           05 PEND-DECIDED-BY PIC X(10).
           05 FILLER PIC X(2).
           05 PEND-DECIDED-DATE PIC X(8).
           05 FILLER PIC X(2).
           05 PEND-DECIDED-TIME PIC X(6).
           05 FILLER PIC X(7).
