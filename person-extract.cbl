      *                    for the trail itself, not a person
      *                    change, and HR must never receive it
      *                    as a detail record.
      * 15/10/2026 MAINT   The delta pass also skips purge entries
      *                    (action 'P', see AUDIT.CPY): HR already
      *                    had the person's delete, and the purge
      *                    changes nothing it holds.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               END-IF
      *        The 'B' carry record the archive leaves on the
      *        trail is bookkeeping, not a person change; it
      *        never goes out as a delta detail. Nor does a 'P'
      *        purge: HR had the delete it follows.
               IF AUDIT-TIMESTAMP(1:14) > WS-LAST-TS AND
                       AUDIT-ACTION NOT = 'B' AND
                       AUDIT-ACTION NOT = 'P'
                   PERFORM WRITE-DELTA-DETAIL
               END-IF
               PERFORM READ-AUDIT
