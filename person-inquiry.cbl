      *                    OPERATOR.CPY): an unknown or disabled
      *                    operator id is refused. Inquiry needs
      *                    level 1, the lowest live authority.
      * 15/10/2026 MAINT   A name search now also looks the name up
      *                    on the name-history file (see
      *                    NAMEHIST.CPY), so a person is found under
      *                    a maiden or earlier name, or the name of
      *                    a duplicate merged into them. Every person
      *                    a name search shows is followed by their
      *                    name history. A missing history file
      *                    just means current names only. The id
      *                    lookup now names the primary key on its
      *                    READ, since a name search leaves the
      *                    alternate key as the key of reference.
      * 15/10/2026 MAINT   New entry point PINQMENU for OPERATOR-MENU,
      *                    which has already signed the operator on
      *                    and passes the id and level through (see
      *                    SIGNON.CPY): the sign-on prompt is skipped
      *                    and the session GOBACKs to the menu. Run
      *                    on its own the program signs on as before.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT NAME-HISTORY-FILE ASSIGN TO 'NAMEHIST.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMEH-KEY
               ALTERNATE RECORD KEY IS NAMEH-OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-NAMEHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.

           COPY OPERATOR.

       FD NAME-HISTORY-FILE
           DATA RECORD IS NAMEH-RECORD.

           COPY NAMEHIST.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-FILE-STATUS PIC X(2).
           05 WS-DETAIL-AGE PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DETAIL-STATUS PIC X(8).
       01 WS-NAMEHIST-STATUS PIC X(2).
       01 WS-HAVE-HISTORY PIC X(1) VALUE 'N'.
       01 WS-HIST-EOF PIC X(1).
       01 WS-HEADING-DONE PIC X(1).
      *    People found under a former name, gathered before any
      *    is shown, since showing one walks the history file away
      *    from the former-name key.
       01 WS-FORMER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FORMER-MAX PIC 9(2) VALUE 50.
       01 WS-FORMER-IX PIC 9(2).
       01 WS-ALREADY-NOTED PIC X(1).
       01 WS-FORMER-IDS.
           05 WS-FORMER-ID PIC 9(7) OCCURS 50 TIMES.
       01 WS-HISTORY-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-HL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HL-REASON PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HL-OLD-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-HL-NEW-NAME PIC X(20).

       LINKAGE SECTION.

           COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OPERATOR-SIGNON.

           PERFORM INQUIRY-SESSION.

           STOP RUN.

      *    Entry from OPERATOR-MENU: the operator is already signed
      *    on, so the id and level the menu proved are taken as they
      *    stand and control goes back to the menu at the end.
       MENU-ENTRY.
       ENTRY 'PINQMENU' USING SIGNON-AREA.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SIGNON-AUTH-LEVEL TO WS-OPER-LEVEL.

           PERFORM INQUIRY-SESSION.

           GOBACK.

      *    Inquiries until the operator quits, whichever way the
      *    program was entered.
       INQUIRY-SESSION.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE.TXT - STATUS '
               STOP RUN
           END-IF.

      *    Name history is optional, like the household files
      *    elsewhere: status 35 means none has been kept yet.
           OPEN INPUT NAME-HISTORY-FILE.
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-HISTORY
           ELSE
               IF WS-NAMEHIST-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN NAMEHIST.TXT - STATUS '
                       WS-NAMEHIST-STATUS
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY 'Include inactive records? (Y/N): '.
           ACCEPT WS-INCL-INACTIVE.
           IF WS-INCL-INACTIVE = 'Y' OR WS-INCL-INACTIVE = 'y'
           END-PERFORM.

           CLOSE PERSON.
           IF WS-HAVE-HISTORY = 'Y'
               CLOSE NAME-HISTORY-FILE
           END-IF.

      *    Proves the keyed-in operator id against the OPERATORS
      *    sign-on file, same as FILE-EXAMPLE: an id that is not on
               IF WS-ID-SIGNED >= 1
                   MOVE WS-ID-SIGNED
                       TO PERSON-ID IN PERSON-RECORD
                   READ PERSON KEY IS PERSON-ID
                       INVALID KEY
                           DISPLAY 'NO RECORD FOR ID ' WS-ID-INPUT
                       NOT INVALID KEY
      *    at the first record carrying the name; READ NEXT then
      *    walks the duplicates in alternate-key order until the
      *    name changes or the file ends, so every match is shown.
      *    The same name is then looked for among former names.
       INQUIRE-BY-NAME.
           DISPLAY 'Enter the name and surname: '.
           ACCEPT WS-NAME-INPUT.
           MOVE WS-NAME-INPUT(1:20) TO WS-TARGET-NAME.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-INACTIVE-SKIPPED.
           MOVE 'N' TO WS-HEADING-DONE.
           MOVE WS-TARGET-NAME
               TO PERSON_NAME IN PERSON-RECORD.
           READ PERSON KEY IS PERSON_NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       IF PERSON-STATUS IN PERSON-RECORD = 'I'
                               AND WS-INCL-INACTIVE NOT = 'Y'
                           ADD 1 TO WS-INACTIVE-SKIPPED
                       ELSE
                           PERFORM SHOW-MATCH
                       END-IF
                       READ PERSON NEXT RECORD
                           AT END
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
           IF WS-HAVE-HISTORY = 'Y'
               PERFORM SEARCH-FORMER-NAMES
           END-IF.
           IF WS-MATCH-COUNT = 0 AND WS-INACTIVE-SKIPPED = 0
               DISPLAY 'NO RECORD FOR ' WS-NAME-INPUT
           ELSE
               DISPLAY 'MATCHES: ' WS-MATCH-COUNT
               IF WS-INACTIVE-SKIPPED > 0
                   DISPLAY 'INACTIVE RECORDS SKIPPED: '
                       WS-INACTIVE-SKIPPED
               END-IF
           END-IF.

      *    Keyed READ on the NAMEH-OLD-NAME alternate index, then
      *    READ NEXT while the former name still matches, noting
      *    each person once. Each is then read back from PEOPLE by
      *    id and shown, unless the name searched for is their
      *    current one too and they have been shown already.
       SEARCH-FORMER-NAMES.
           MOVE ZERO TO WS-FORMER-COUNT.
           MOVE WS-TARGET-NAME TO NAMEH-OLD-NAME.
           READ NAME-HISTORY-FILE KEY IS NAMEH-OLD-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 'Y'
                       PERFORM NOTE-FORMER-NAME-ID
                       READ NAME-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               IF NAMEH-OLD-NAME
                                       NOT = WS-TARGET-NAME
                                   MOVE 'Y' TO WS-HIST-EOF
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
           MOVE 1 TO WS-FORMER-IX.
           PERFORM UNTIL WS-FORMER-IX > WS-FORMER-COUNT
               PERFORM SHOW-FORMER-NAME-MATCH
               ADD 1 TO WS-FORMER-IX
           END-PERFORM.

       NOTE-FORMER-NAME-ID.
           MOVE 'N' TO WS-ALREADY-NOTED.
           MOVE 1 TO WS-FORMER-IX.
           PERFORM UNTIL WS-FORMER-IX > WS-FORMER-COUNT
               IF WS-FORMER-ID (WS-FORMER-IX) = NAMEH-PERSON-ID
                   MOVE 'Y' TO WS-ALREADY-NOTED
               END-IF
               ADD 1 TO WS-FORMER-IX
           END-PERFORM.
           IF WS-ALREADY-NOTED = 'N'
               IF WS-FORMER-COUNT < WS-FORMER-MAX
                   ADD 1 TO WS-FORMER-COUNT
                   MOVE NAMEH-PERSON-ID
                       TO WS-FORMER-ID (WS-FORMER-COUNT)
               ELSE
                   DISPLAY 'MORE THAN ' WS-FORMER-MAX
                       ' PEOPLE ONCE HAD THIS NAME - NARROW THE '
                       'SEARCH BY ID'
               END-IF
           END-IF.

       SHOW-FORMER-NAME-MATCH.
           MOVE WS-FORMER-ID (WS-FORMER-IX)
               TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY 'FORMER NAME OF ID '
                       WS-FORMER-ID (WS-FORMER-IX)
                       ' - NO LONGER ON FILE'
               NOT INVALID KEY
                   IF PERSON_NAME IN PERSON-RECORD
                           NOT = WS-TARGET-NAME
                       IF PERSON-STATUS IN PERSON-RECORD = 'I'
                               AND WS-INCL-INACTIVE NOT = 'Y'
                           ADD 1 TO WS-INACTIVE-SKIPPED
                       ELSE
                           PERFORM SHOW-MATCH
                       END-IF
                   END-IF
           END-READ.

       SHOW-MATCH.
           IF WS-HEADING-DONE = 'N'
               PERFORM PRINT-HEADING
               MOVE 'Y' TO WS-HEADING-DONE
           END-IF.
           PERFORM PRINT-PERSON.
           IF WS-HAVE-HISTORY = 'Y'
               PERFORM SHOW-NAME-HISTORY
           END-IF.

      *    Every name-history record for the person in the record
      *    area, oldest first: START at the person's id with the
      *    lowest possible date, then READ NEXT while the id holds.
       SHOW-NAME-HISTORY.
           MOVE PERSON-ID IN PERSON-RECORD TO NAMEH-PERSON-ID.
           MOVE LOW-VALUES TO NAMEH-EFF-DATE.
           MOVE LOW-VALUES TO NAMEH-EFF-TIME.
           MOVE 'N' TO WS-HIST-EOF.
           START NAME-HISTORY-FILE KEY IS NOT LESS THAN NAMEH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ NAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF NAMEH-PERSON-ID
                               NOT = PERSON-ID IN PERSON-RECORD
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM PRINT-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-HISTORY-LINE.
           MOVE NAMEH-EFF-DATE TO WS-HL-DATE.
           EVALUATE NAMEH-REASON
               WHEN 'C'
                   MOVE 'CORRECTED' TO WS-HL-REASON
               WHEN 'L'
                   MOVE 'LEGAL CHANGE' TO WS-HL-REASON
               WHEN 'M'
                   MOVE 'MERGED IN' TO WS-HL-REASON
               WHEN 'B'
                   MOVE 'BACKED OUT' TO WS-HL-REASON
               WHEN OTHER
                   MOVE NAMEH-REASON TO WS-HL-REASON
           END-EVALUATE.
           MOVE NAMEH-OLD-NAME TO WS-HL-OLD-NAME.
           MOVE NAMEH-NEW-NAME TO WS-HL-NEW-NAME.
           DISPLAY WS-HISTORY-LINE.

       PRINT-HEADING.
           DISPLAY '     ID   NAME                   BORN    '
               '   AGE'.
