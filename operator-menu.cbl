      *****************************************************************
      * Program name:    OPERATOR-MENU
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. One front door for the terminal
      *                    functions, so an operator signs on once
      *                    per shift instead of once per program.
      *                    The operator id is proved against the
      *                    OPERATORS file the same way the terminal
      *                    programs prove it, and the menu shows
      *                    only the functions the id's authority
      *                    level allows (see OPERATOR.CPY). Each
      *                    function is CALLed on the program's menu
      *                    entry point with the signed-on id and
      *                    level (see SIGNON.CPY), so every audit
      *                    and journal record still names the
      *                    operator, and is CANCELled on return so
      *                    the next call starts afresh. Sign-on,
      *                    each function used and sign-off go to
      *                    the session log (see SESSLOG.CPY). An
      *                    operator who leaves the menu idle past
      *                    the limit is signed off when the menu is
      *                    next answered, and must sign on again.
      * 15/10/2026 MAINT   The function is CANCELled by the entry
      *                    point it was CALLed on, the name the load
      *                    module is known by; the separate program
      *                    name column is gone from the menu table.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERATOR-MENU.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATORS.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-SIGNON-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SESSION-LOG ASSIGN TO 'SESSLOG.TXT'
               FILE STATUS IS WS-SESSLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OPERATOR-FILE
           DATA RECORD IS OPERATOR-RECORD.

           COPY OPERATOR.

       FD SESSION-LOG
           DATA RECORD IS SESS-RECORD.

           COPY SESSLOG.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-SESSLOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPER-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-SIGNED-ON PIC X(1) VALUE 'N'.
       01 WS-TIMED-OUT PIC X(1) VALUE 'N'.
       01 WS-CHOICE PIC X(1).
       01 WS-MENU-IX PIC 9(2).
       01 WS-FOUND-IX PIC 9(2).
       01 WS-FUNCTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SIGNON-STAMP.
           05 WS-SIGNON-DATE PIC X(8).
           05 WS-SIGNON-TIME PIC X(6).
       01 WS-SESS-EVENT PIC X(1).
       01 WS-SESS-DESCRIPTION PIC X(24).
      *    The clock as last read, and the same instant as a count
      *    of seconds so the idle gap can be taken across midnight.
       01 WS-NOW-STAMP.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME.
               10 WS-NOW-HH PIC 9(2).
               10 WS-NOW-MI PIC 9(2).
               10 WS-NOW-SS PIC 9(2).
           05 FILLER PIC X(7).
       01 WS-NOW-SECONDS PIC 9(11).
       01 WS-LAST-ACTIVITY PIC 9(11).
       01 WS-IDLE-SECONDS PIC 9(11).
      *    Fifteen minutes at the menu with nothing keyed signs the
      *    operator off.
       01 WS-IDLE-LIMIT PIC 9(5) VALUE 900.
       01 WS-IDLE-MINUTES PIC ZZ9.
      *    The functions on offer: the choice keyed, the lowest
      *    authority level that sees it, the description shown on
      *    the menu and logged when it is used, and the entry
      *    point CALLed and CANCELled afterwards. Adds,
      *    changes, contacts and households need level 2 and
      *    merges level 3, the same levels the programs demand
      *    when run on their own; PERSON-MAINT still refuses a
      *    delete or reinstate below level 3 action by action.
       01 WS-MENU-FUNCTIONS.
           05 FILLER PIC X(1) VALUE '1'.
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(24) VALUE 'PERSON INQUIRY'.
           05 FILLER PIC X(8) VALUE 'PINQMENU'.
           05 FILLER PIC X(1) VALUE '2'.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(24) VALUE 'ADD A PERSON'.
           05 FILLER PIC X(8) VALUE 'FEXMMENU'.
           05 FILLER PIC X(1) VALUE '3'.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(24) VALUE 'CHANGE/DELETE A PERSON'.
           05 FILLER PIC X(8) VALUE 'PMNTMENU'.
           05 FILLER PIC X(1) VALUE '4'.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(24) VALUE 'CONTACT DETAILS'.
           05 FILLER PIC X(8) VALUE 'FEXMCONT'.
           05 FILLER PIC X(1) VALUE '5'.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(24) VALUE 'HOUSEHOLDS'.
           05 FILLER PIC X(8) VALUE 'HHMTMENU'.
           05 FILLER PIC X(1) VALUE '6'.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC X(24) VALUE 'MERGE DUPLICATE PERSONS'.
           05 FILLER PIC X(8) VALUE 'PMRGMENU'.
       01 FILLER REDEFINES WS-MENU-FUNCTIONS.
           05 WS-MENU-ITEM OCCURS 6 TIMES.
               10 WS-MENU-KEY PIC X(1).
               10 WS-MENU-LEVEL PIC 9(1).
               10 WS-MENU-DESC PIC X(24).
               10 WS-MENU-CALL PIC X(8).
       01 WS-MENU-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-KEY PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-DESC PIC X(24).

           COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OPEN-SESSION-LOG.

           PERFORM OPERATOR-SIGNON.

           IF WS-SIGNED-ON = 'Y'
               PERFORM MENU-SESSION
               PERFORM OPERATOR-SIGNOFF
           END-IF.

           CLOSE SESSION-LOG.

           STOP RUN.

      *    The session log is append-only, the same drill as the
      *    audit log: created fresh only on status 35, and any other
      *    open failure stops the menu before anyone signs on, since
      *    a session that cannot be logged is not allowed to start.
       OPEN-SESSION-LOG.
           OPEN EXTEND SESSION-LOG.
           IF WS-SESSLOG-STATUS = '35'
               OPEN OUTPUT SESSION-LOG
               CLOSE SESSION-LOG
               OPEN EXTEND SESSION-LOG
           END-IF.
           IF WS-SESSLOG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SESSLOG.TXT - STATUS '
                   WS-SESSLOG-STATUS
               STOP RUN
           END-IF.

      *    Proves the keyed-in operator id against the OPERATORS
      *    sign-on file, same as FILE-EXAMPLE: an id that is not on
      *    file, or is on file disabled (level 0), is refused and
      *    the refusal logged. A missing sign-on file is a refusal
      *    too. The proven id and level are what every function
      *    called from the menu is given.
       OPERATOR-SIGNON.
           DISPLAY 'Enter your operator/job id: '.
           ACCEPT WS-OPERATOR-ID.
           PERFORM READ-CLOCK.
           MOVE WS-NOW-DATE TO WS-SIGNON-DATE.
           MOVE WS-NOW-TIME TO WS-SIGNON-TIME.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OPERATORS.TXT - STATUS '
                   WS-OPERATOR-STATUS
               CLOSE SESSION-LOG
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO OPERATOR-SIGNON-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'UNKNOWN OPERATOR ID' TO WS-SESS-DESCRIPTION
               NOT INVALID KEY
                   MOVE OPERATOR-AUTH-LEVEL TO WS-OPER-LEVEL
                   IF WS-OPER-LEVEL = 0
                       MOVE 'OPERATOR ID DISABLED'
                           TO WS-SESS-DESCRIPTION
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
           IF WS-SIGNED-ON = 'Y'
               MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
               MOVE WS-OPER-LEVEL TO SIGNON-AUTH-LEVEL
               MOVE 'S' TO WS-SESS-EVENT
               MOVE 'SIGNED ON' TO WS-SESS-DESCRIPTION
               PERFORM WRITE-SESSION-RECORD
               DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID
                   ' - AUTHORITY LEVEL ' WS-OPER-LEVEL
           ELSE
               MOVE 'R' TO WS-SESS-EVENT
               PERFORM WRITE-SESSION-RECORD
               DISPLAY WS-SESS-DESCRIPTION ' - SIGN-ON REFUSED'
           END-IF.

      *    One function per pass until the operator signs off or
      *    the idle limit is passed. The clock is read as soon as a
      *    choice is keyed: a gap since the last activity longer
      *    than the limit signs the operator off and the choice is
      *    ignored. Time spent inside a function counts as activity,
      *    so the clock restarts when each function returns.
       MENU-SESSION.
           PERFORM NOTE-ACTIVITY.
           MOVE SPACE TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 'X'
               PERFORM SHOW-MENU
               ACCEPT WS-CHOICE
               PERFORM CHECK-IDLE
               IF WS-TIMED-OUT = 'Y'
                   MOVE 'X' TO WS-CHOICE
               ELSE
                   PERFORM NOTE-ACTIVITY
                   PERFORM RUN-CHOICE
               END-IF
           END-PERFORM.

      *    Lists only the functions the signed-on level allows.
       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY 'OPERATOR MENU - ' WS-OPERATOR-ID.
           MOVE 1 TO WS-MENU-IX.
           PERFORM UNTIL WS-MENU-IX > 6
               IF WS-MENU-LEVEL (WS-MENU-IX) <= WS-OPER-LEVEL
                   MOVE WS-MENU-KEY (WS-MENU-IX) TO WS-ML-KEY
                   MOVE WS-MENU-DESC (WS-MENU-IX) TO WS-ML-DESC
                   DISPLAY WS-MENU-LINE
               END-IF
               ADD 1 TO WS-MENU-IX
           END-PERFORM.
           MOVE 'X' TO WS-ML-KEY.
           MOVE 'SIGN OFF' TO WS-ML-DESC.
           DISPLAY WS-MENU-LINE.
           DISPLAY 'Choice: '.

      *    Finds the keyed choice among the functions this operator
      *    was shown; one that was not shown is treated as unknown,
      *    whatever the menu table holds for it.
       RUN-CHOICE.
           IF WS-CHOICE = 'x'
               MOVE 'X' TO WS-CHOICE
           END-IF.
           IF WS-CHOICE NOT = 'X'
               MOVE ZERO TO WS-FOUND-IX
               MOVE 1 TO WS-MENU-IX
               PERFORM UNTIL WS-MENU-IX > 6
                   IF WS-MENU-KEY (WS-MENU-IX) = WS-CHOICE
                       AND WS-MENU-LEVEL (WS-MENU-IX) <= WS-OPER-LEVEL
                       MOVE WS-MENU-IX TO WS-FOUND-IX
                   END-IF
                   ADD 1 TO WS-MENU-IX
               END-PERFORM
               IF WS-FOUND-IX = 0
                   DISPLAY 'UNKNOWN CHOICE - TRY AGAIN'
               ELSE
                   PERFORM CALL-FUNCTION
               END-IF
           END-IF.

      *    Logs the function, then CALLs its menu entry point with
      *    the signed-on id and level. The entry point is CANCELled
      *    on return, taking its whole program with it, so its
      *    files are closed and its counters and switches start
      *    from their initial values next time.
       CALL-FUNCTION.
           ADD 1 TO WS-FUNCTION-COUNT.
           MOVE 'F' TO WS-SESS-EVENT.
           MOVE WS-MENU-DESC (WS-FOUND-IX) TO WS-SESS-DESCRIPTION.
           PERFORM READ-CLOCK.
           PERFORM WRITE-SESSION-RECORD.
           CALL WS-MENU-CALL (WS-FOUND-IX) USING SIGNON-AREA.
           CANCEL WS-MENU-CALL (WS-FOUND-IX).
           PERFORM NOTE-ACTIVITY.

      *    Logs the end of the session: signed off at the operator's
      *    request, or signed off for inactivity.
       OPERATOR-SIGNOFF.
           PERFORM READ-CLOCK.
           IF WS-TIMED-OUT = 'Y'
               MOVE 'T' TO WS-SESS-EVENT
               MOVE 'NO ACTIVITY - SIGNED OFF' TO WS-SESS-DESCRIPTION
               COMPUTE WS-IDLE-MINUTES = WS-IDLE-LIMIT / 60
               DISPLAY 'NO ACTIVITY FOR ' WS-IDLE-MINUTES
                   ' MINUTES - SIGNED OFF'
           ELSE
               MOVE 'O' TO WS-SESS-EVENT
               MOVE 'SIGNED OFF' TO WS-SESS-DESCRIPTION
           END-IF.
           PERFORM WRITE-SESSION-RECORD.
           DISPLAY 'SIGNED OFF ' WS-OPERATOR-ID
               ' - FUNCTIONS USED: ' WS-FUNCTION-COUNT.

      *    Takes the clock as date, time and seconds. The seconds
      *    count from the day number, so a gap that spans midnight
      *    still comes out right.
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           COMPUTE WS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS.

       NOTE-ACTIVITY.
           PERFORM READ-CLOCK.
           MOVE WS-NOW-SECONDS TO WS-LAST-ACTIVITY.

       CHECK-IDLE.
           PERFORM READ-CLOCK.
           COMPUTE WS-IDLE-SECONDS =
               WS-NOW-SECONDS - WS-LAST-ACTIVITY.
           IF WS-IDLE-SECONDS > WS-IDLE-LIMIT
               MOVE 'Y' TO WS-TIMED-OUT
           END-IF.

      *    Appends one session log record for the operator, stamped
      *    with the session's sign-on time and the clock as last
      *    read. The caller has set the event and description.
       WRITE-SESSION-RECORD.
           MOVE SPACES TO SESS-RECORD.
           MOVE WS-OPERATOR-ID TO SESS-OPERATOR-ID.
           MOVE WS-SIGNON-DATE TO SESS-SIGNON-DATE.
           MOVE WS-SIGNON-TIME TO SESS-SIGNON-TIME.
           MOVE WS-NOW-DATE TO SESS-EVENT-DATE.
           MOVE WS-NOW-TIME TO SESS-EVENT-TIME.
           MOVE WS-SESS-EVENT TO SESS-EVENT.
           MOVE WS-SESS-DESCRIPTION TO SESS-DESCRIPTION.
           WRITE SESS-RECORD.
