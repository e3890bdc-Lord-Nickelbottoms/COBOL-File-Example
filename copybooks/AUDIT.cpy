      *                    the trail must either fold a 'B'
      *                    record into its net (PERSON-AUDIT-RPT)
      *                    or skip it (the delta extract).
      * 15/10/2026 MAINT   Appended AUDIT-APPROVER. A delete, merge
      *                    or birth-date change now takes effect
      *                    only when a second operator approves it
      *                    (see PENDING.CPY), and the entry written
      *                    then names both: AUDIT-OPERATOR is the
      *                    operator who requested the change and
      *                    AUDIT-APPROVER the one who approved it.
      *                    Every other entry leaves it blank.
      *                    Appended after the old fields, same as
      *                    the person-id change, so entries written
      *                    before this change still line up. LRECL
      *                    grows from 72 to 84; the carry record's
      *                    trailing filler grows to match.
      * 15/10/2026 MAINT   AUDIT-ACTION now also carries 'P' for a
      *                    retention purge: PERSON-PURGE physically
      *                    removes a person deleted before the
      *                    retention cutoff (see RETAIN.CPY). The
      *                    record was already inactive, so a 'P'
      *                    takes no part in the adds/deletes/
      *                    reinstates balance; readers that tally
      *                    actions pass it over, and the delta
      *                    extract skips it like a 'B'. No layout
      *                    change.
      *****************************************************************
       01 AUDIT-RECORD.
           05 AUDIT-TIMESTAMP PIC X(21).
           05 AUDIT-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-PERSON-ID PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-APPROVER PIC X(10).

      *    Balance-brought-forward view of the same record: the
      *    carry totals sit in the bytes a normal entry uses for
           05 AUDIT-CARRY-REINSTATES PIC 9(6).
           05 FILLER PIC X(3).
           05 AUDIT-CARRY-ACTION PIC X(1).
           05 FILLER PIC X(21).
