      *                    after an archive instead of warning
      *                    forever. The counters widen a digit to
      *                    absorb the carried history.
      * 15/10/2026 MAINT   Approved deletes, merges and birth-date
      *                    changes name two operators (see
      *                    AUDIT-APPROVER in AUDIT.CPY): the detail
      *                    listing prints the approver after the
      *                    action, and an operator-id restriction
      *                    now also selects the entries that
      *                    operator approved. The per-operator
      *                    tally still counts the requester.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 WS-DETAIL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-AGE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-APPROVER PIC X(10).
       01 WS-OPER-LINE.
           05 WS-OPER-LINE-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.

           DISPLAY 'AUDIT TRAIL INQUIRY'.
           DISPLAY 'TIMESTAMP         OPERATOR    A  NAME'
               '                  AGE  APPROVER'.
           DISPLAY '------------------------------------------'
               '------------------------------'.

           PERFORM READ-AUDIT.
           PERFORM UNTIL WS-EOF = 'Y'
       SELECT-AUDIT-RECORD.
           MOVE 'Y' TO WS-SELECTED.
           IF WS-SELECT-OPERATOR NOT = SPACES AND
                   AUDIT-OPERATOR NOT = WS-SELECT-OPERATOR AND
                   AUDIT-APPROVER NOT = WS-SELECT-OPERATOR
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF WS-FROM-DATE NOT = SPACES AND
           MOVE AUDIT-ACTION TO WS-DETAIL-ACTION.
           MOVE AUDIT-PERSON-NAME TO WS-DETAIL-NAME.
           MOVE AUDIT-AGE TO WS-DETAIL-AGE.
           MOVE AUDIT-APPROVER TO WS-DETAIL-APPROVER.
           ADD 1 TO WS-SELECTED-COUNT.
           DISPLAY WS-DETAIL-LINE.

