      *                    RUNCTL.CPY) at end of run for the
      *                    morning OPS-REPORT, same as every
      *                    other batch program.
      * 15/10/2026 MAINT   A level of 4 (supervisor, see
      *                    OPERATOR.CPY) is now accepted, so the
      *                    operators who approve queued deletes and
      *                    merges in PERSON-APPROVE can be loaded.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           CLOSE RUNCTL-FILE.

      *    A transaction needs a non-blank id and a level digit of
      *    0-4 (see OPERATOR.CPY for the meaning of each level); a
      *    keyed READ then decides between add and update, same as
      *    CONTACT-LOAD's STORE-CONTACT.
       APPLY-OPERATOR-TRANS.
               DISPLAY 'REJECTED - BLANK OPERATOR ID'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF OTRANS-LEVEL >= '0' AND OTRANS-LEVEL <= '4'
                   PERFORM STORE-OPERATOR
               ELSE
                   DISPLAY 'REJECTED - BAD AUTHORITY LEVEL '
