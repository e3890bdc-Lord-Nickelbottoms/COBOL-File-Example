      *****************************************************************
      * Program name:    PERSON-DUPSCAN
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created. Periodic scan of the active
      *                    PERSON records for probable duplicates.
      *                    PERSON-MERGE only ever merged the pairs
      *                    somebody happened to notice and key in;
      *                    the loaders' duplicate-name check only
      *                    catches an exact match. Comparing every
      *                    person with every other is out of the
      *                    question at this file size, so the scan
      *                    runs as four passes with sorts between
      *                    them (see PERSDUPS.jcl):
      *                      K - one match-key record per person
      *                          per kind of evidence: a sound-alike
      *                          code of the first and last names
      *                          (the two codes in sorted order, so
      *                          a transposed name gets the same
      *                          key), the birth date, the phone
      *                          number's digits and the address's
      *                          letters and digits;
      *                      P - people sharing a key are paired up,
      *                          one pair record per shared key;
      *                      S - the pair records for each pair are
      *                          taken together and scored, pairs
      *                          already ruled not duplicates (see
      *                          NOTDUP.CPY) are dropped, and those
      *                          at or above the threshold go to the
      *                          worklist (see DUPWORK.CPY);
      *                      R - the worklist, sorted highest score
      *                          first, is printed as the ranked
      *                          report.
      *                    The reviewer marks each worklist pair
      *                    M (merge) or N (not a duplicate), and
      *                    PERSON-MERGE's batch mode queues the
      *                    merges for approval and records the
      *                    not-duplicate rulings.
      * 15/10/2026 MAINT   The address key is now the postal code
      *                    plus the letters and digits of the street
      *                    (see CONTACT.CPY for the structured
      *                    address).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERSON-DUPSCAN.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN TO ddnames, same as PERSON-EXTRACT, so the JCL's
      *    DD statements connect when run as a batch step. The key
      *    and pair files are temporary datasets passed between
      *    the steps and their sorts.
           SELECT PERSON ASSIGN TO PEOPLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON_NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO CONTACTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-PERSON-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT NOTDUP-FILE ASSIGN TO NOTDUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTDUP-KEY
               FILE STATUS IS WS-NOTDUP-STATUS.

           SELECT DUPKEY-FILE ASSIGN TO DUPKEYS
               FILE STATUS IS WS-DUPKEY-STATUS.

           SELECT DUPPAIR-FILE ASSIGN TO DUPPAIRS
               FILE STATUS IS WS-DUPPAIR-STATUS.

           SELECT DUPWORK-FILE ASSIGN TO DUPWORK
               FILE STATUS IS WS-DUPWORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO DUPRPT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PERSON
           DATA RECORD IS PERSON-RECORD.

           COPY PERSON.

       FD CONTACT-FILE
           DATA RECORD IS CONTACT-RECORD.

           COPY CONTACT.

       FD NOTDUP-FILE
           DATA RECORD IS NOTDUP-RECORD.

           COPY NOTDUP.

      *    Match key: kind of evidence (N name code, D birth date,
      *    P phone, A address), its value, and whose it is. Sorted
      *    on columns 1-38 between passes K and P.
       FD DUPKEY-FILE
           DATA RECORD IS DUPKEY-RECORD.

       01 DUPKEY-RECORD.
           05 DUPKEY-TYPE PIC X(1).
           05 DUPKEY-VALUE PIC X(30).
           05 DUPKEY-PERSON-ID PIC 9(7).
           05 FILLER PIC X(2).

      *    One pair of people sharing one key, lower id first.
      *    Sorted on columns 1-14 between passes P and S, so all
      *    the evidence for a pair arrives together.
       FD DUPPAIR-FILE
           DATA RECORD IS DUPPAIR-RECORD.

       01 DUPPAIR-RECORD.
           05 DUPPAIR-LOW-ID PIC 9(7).
           05 DUPPAIR-HIGH-ID PIC 9(7).
           05 DUPPAIR-KEY-TYPE PIC X(1).
           05 FILLER PIC X(5).

       FD DUPWORK-FILE
           DATA RECORD IS DUPW-RECORD.

           COPY DUPWORK.

       FD REPORT-FILE
           DATA RECORD IS REPORT-RECORD.

       01 REPORT-RECORD PIC X(80).

       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-RECORD.

           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-NOTDUP-STATUS PIC X(2).
       01 WS-DUPKEY-STATUS PIC X(2).
       01 WS-DUPPAIR-STATUS PIC X(2).
       01 WS-DUPWORK-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE PIC X(8).
           05 WS-RUN-TIME PIC X(6).
           05 FILLER PIC X(7).
       01 WS-HAVE-CONTACTS PIC X(1) VALUE 'N'.
       01 WS-HAVE-NOTDUP PIC X(1) VALUE 'N'.
      *    Pass S: a pair goes to the worklist at or above this
      *    score. Weights: same name 40, sound-alike or transposed
      *    name 30, same birth date 30, shared phone 20, shared
      *    address 20 -- so a family sharing a phone and an
      *    address (40) is not proposed on that alone.
       01 WS-THRESHOLD-INPUT PIC X(3).
       01 WS-THRESHOLD PIC 9(3) VALUE 50.
       01 WS-SCORE PIC 9(3).
      *    Counters.
       01 WS-PERSON-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BIG-GROUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MARKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GONE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
      *    Name splitting and the sound-alike code. The code is
      *    the word's first letter and the next three consonant
      *    groups as digits, vowels breaking a run:
      *    SMITH, SMYTH and SMITHE all give S530.
       01 WS-NAME-UPPER PIC X(20).
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD PIC X(20) OCCURS 4 TIMES.
       01 WS-WORD-IX PIC 9(2).
       01 WS-FIRST-WORD PIC X(20).
       01 WS-LAST-WORD PIC X(20).
       01 WS-SDX-WORD PIC X(20).
       01 WS-SDX-DIGITS PIC X(20).
       01 WS-SDX-CODE PIC X(4).
       01 WS-SDX-LEN PIC 9(2).
       01 WS-SDX-IX PIC 9(2).
       01 WS-SDX-CHAR PIC X(1).
       01 WS-SDX-LAST PIC X(1).
       01 WS-FIRST-CODE PIC X(4).
       01 WS-LAST-CODE PIC X(4).
      *    The low and high person's codes, kept side by side for
      *    the name comparison in pass S.
       01 WS-LOW-FIRST-CODE PIC X(4).
       01 WS-LOW-LAST-CODE PIC X(4).
       01 WS-LOW-NAME PIC X(20).
       01 WS-HIGH-NAME PIC X(20).
       01 WS-LOW-ACTIVE PIC X(1).
       01 WS-HIGH-ACTIVE PIC X(1).
       01 WS-KEY-WORK PIC X(30).
       01 WS-KEY-LEN PIC 9(2).
       01 WS-CHAR-IX PIC 9(2).
       01 WS-CHAR PIC X(1).
      *    Pass P: the ids sharing the current key. A key shared by
      *    more people than the table holds is too common to mean
      *    anything (a switchboard number, a placeholder birth
      *    date) and is skipped with a message.
       01 WS-GROUP-TYPE PIC X(1).
       01 WS-GROUP-VALUE PIC X(30).
       01 WS-GROUP-SIZE PIC 9(5).
       01 WS-GROUP-IDS.
           05 WS-GROUP-ID PIC 9(7) OCCURS 100 TIMES.
       01 WS-GROUP-MAX PIC 9(3) VALUE 100.
       01 WS-OUTER-IX PIC 9(3).
       01 WS-INNER-IX PIC 9(3).
      *    Pass S: the pair being gathered and its evidence.
       01 WS-CUR-LOW-ID PIC 9(7).
       01 WS-CUR-HIGH-ID PIC 9(7).
       01 WS-PAIR-LIVE PIC X(1).
       01 WS-EVID-NAME PIC X(1).
       01 WS-EVID-DOB PIC X(1).
       01 WS-EVID-PHONE PIC X(1).
       01 WS-EVID-ADDR PIC X(1).
      *    Report.
       01 WS-RANK PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
       01 WS-CURRENT-MMDD-X REDEFINES WS-CURRENT-DATE.
           05 FILLER PIC X(4).
           05 WS-CURRENT-MM PIC X(2).
           05 WS-CURRENT-DD PIC X(2).
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE 'PROBABLE DUPLICATE PAIRS'.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '    PAGE'.
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-HEADING-2.
           05 FILLER PIC X(39) VALUE
               'RANK SCORE SURV-ID NAME'.
           05 FILLER PIC X(39) VALUE
               '  DUP-ID NAME                 NDPA'.
       01 WS-HEADING-3 PIC X(78) VALUE ALL '-'.
       01 WS-DETAIL-LINE.
           05 WS-DL-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-SCORE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-SURV-ID PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-SURV-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-DUP-ID PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-DUP-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-MATCH PIC X(4).
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(22).
           05 WS-TOTAL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    Each step of PERSDUPS.jcl names its pass through SYSIN;
      *    pass S takes the score threshold on the next line
      *    (blank for the default).
           DISPLAY 'Pass (K=keys, P=pairs, S=score, R=report): '.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           EVALUATE WS-RUN-MODE
               WHEN 'K'
               WHEN 'k'
                   PERFORM BUILD-MATCH-KEYS
               WHEN 'P'
               WHEN 'p'
                   PERFORM BUILD-PAIRS
               WHEN 'S'
               WHEN 's'
                   DISPLAY 'Score threshold (blank=050): '
                   ACCEPT WS-THRESHOLD-INPUT
                   IF WS-THRESHOLD-INPUT IS NUMERIC
                       MOVE WS-THRESHOLD-INPUT TO WS-THRESHOLD
                   END-IF
                   PERFORM SCORE-PAIRS
                   PERFORM WRITE-RUN-CONTROL
               WHEN 'R'
               WHEN 'r'
                   PERFORM PRINT-RANKED-REPORT
               WHEN OTHER
                   DISPLAY 'UNKNOWN PASS ' WS-RUN-MODE
                       ' - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *****************************************************************
      * Pass K
      *****************************************************************

      *    One walk of PEOPLE in key order. Inactive records are
      *    left out: they are not merge candidates, and PERSON-MERGE
      *    would reject them anyway. The contact file is optional,
      *    same as in PERSON-MERGE -- without it there is simply no
      *    phone or address evidence.
       BUILD-MATCH-KEYS.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTACT-FILE.
           OPEN OUTPUT DUPKEY-FILE.
           IF WS-DUPKEY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPKEYS - STATUS '
                   WS-DUPKEY-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERSON NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                           ADD 1 TO WS-PERSON-COUNT
                           PERFORM WRITE-PERSON-KEYS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERSON.
           CLOSE DUPKEY-FILE.
           IF WS-HAVE-CONTACTS = 'Y'
               CLOSE CONTACT-FILE
           END-IF.
           DISPLAY 'ACTIVE PEOPLE KEYED: ' WS-PERSON-COUNT.
           DISPLAY 'MATCH KEYS WRITTEN: ' WS-KEY-COUNT.

       OPEN-CONTACT-FILE.
           MOVE 'N' TO WS-HAVE-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-CONTACTS
           ELSE
               IF WS-CONTACT-STATUS = '35'
                   DISPLAY 'NO CONTACT FILE - PHONE AND ADDRESS '
                       'NOT COMPARED'
               ELSE
                   DISPLAY 'UNABLE TO OPEN CONTACTS - STATUS '
                       WS-CONTACT-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *    The name key puts the two codes in sorted order, so
      *    JOHN SMITH and SMITH JOHN land in the same group; pass S
      *    works out which way round they matched.
       WRITE-PERSON-KEYS.
           MOVE PERSON_NAME IN PERSON-RECORD TO WS-NAME-UPPER.
           PERFORM CODE-NAME.
           MOVE SPACES TO DUPKEY-RECORD.
           MOVE 'N' TO DUPKEY-TYPE.
           IF WS-FIRST-CODE NOT > WS-LAST-CODE
               STRING WS-FIRST-CODE DELIMITED BY SIZE
                      WS-LAST-CODE DELIMITED BY SIZE
                   INTO DUPKEY-VALUE
           ELSE
               STRING WS-LAST-CODE DELIMITED BY SIZE
                      WS-FIRST-CODE DELIMITED BY SIZE
                   INTO DUPKEY-VALUE
           END-IF.
           IF DUPKEY-VALUE NOT = SPACES
               PERFORM WRITE-MATCH-KEY
           END-IF.

           IF PERSON-DOB IN PERSON-RECORD IS NUMERIC AND
                   PERSON-DOB IN PERSON-RECORD NOT = ZERO
               MOVE SPACES TO DUPKEY-RECORD
               MOVE 'D' TO DUPKEY-TYPE
               MOVE PERSON-DOB IN PERSON-RECORD TO DUPKEY-VALUE
               PERFORM WRITE-MATCH-KEY
           END-IF.

           IF WS-HAVE-CONTACTS = 'Y'
               MOVE PERSON-ID IN PERSON-RECORD TO CONTACT-PERSON-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-CONTACT-KEYS
               END-READ
           END-IF.

      *    A phone is compared on its digits alone, so spacing and
      *    punctuation do not hide a match; fewer than seven digits
      *    is not a usable number. An address is compared on its
      *    postal code followed by the street's letters and digits,
      *    upper-cased, so the same street in another town is not
      *    taken for the same address.
       WRITE-CONTACT-KEYS.
           MOVE SPACES TO WS-KEY-WORK.
           MOVE ZERO TO WS-KEY-LEN.
           MOVE 1 TO WS-CHAR-IX.
           PERFORM UNTIL WS-CHAR-IX > 15
               MOVE CONTACT-PHONE(WS-CHAR-IX:1) TO WS-CHAR
               IF WS-CHAR >= '0' AND WS-CHAR <= '9'
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-CHAR TO WS-KEY-WORK(WS-KEY-LEN:1)
               END-IF
               ADD 1 TO WS-CHAR-IX
           END-PERFORM.
           IF WS-KEY-LEN >= 7
               MOVE SPACES TO DUPKEY-RECORD
               MOVE 'P' TO DUPKEY-TYPE
               MOVE WS-KEY-WORK TO DUPKEY-VALUE
               PERFORM WRITE-MATCH-KEY
           END-IF.

           MOVE SPACES TO WS-KEY-WORK.
           MOVE ZERO TO WS-KEY-LEN.
           IF CONTACT-STREET NOT = SPACES
               MOVE CONTACT-POSTAL-CODE TO WS-KEY-WORK
               MOVE 8 TO WS-KEY-LEN
           END-IF.
           MOVE 1 TO WS-CHAR-IX.
           PERFORM UNTIL WS-CHAR-IX > 30 OR WS-KEY-LEN = 30
               MOVE CONTACT-STREET(WS-CHAR-IX:1) TO WS-CHAR
               INSPECT WS-CHAR CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF (WS-CHAR >= 'A' AND WS-CHAR <= 'Z') OR
                       (WS-CHAR >= '0' AND WS-CHAR <= '9')
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-CHAR TO WS-KEY-WORK(WS-KEY-LEN:1)
               END-IF
               ADD 1 TO WS-CHAR-IX
           END-PERFORM.
           IF WS-KEY-LEN > 0
               MOVE SPACES TO DUPKEY-RECORD
               MOVE 'A' TO DUPKEY-TYPE
               MOVE WS-KEY-WORK TO DUPKEY-VALUE
               PERFORM WRITE-MATCH-KEY
           END-IF.

       WRITE-MATCH-KEY.
           MOVE PERSON-ID IN PERSON-RECORD TO DUPKEY-PERSON-ID.
           WRITE DUPKEY-RECORD.
           ADD 1 TO WS-KEY-COUNT.

      *    Splits WS-NAME-UPPER into words and codes the first and
      *    the last of them into WS-FIRST-CODE and WS-LAST-CODE. A
      *    single-word name has a blank last code.
       CODE-NAME.
           INSPECT WS-NAME-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NAME-WORDS.
           UNSTRING WS-NAME-UPPER DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD (1) WS-NAME-WORD (2)
                    WS-NAME-WORD (3) WS-NAME-WORD (4).
           MOVE SPACES TO WS-FIRST-WORD.
           MOVE SPACES TO WS-LAST-WORD.
           MOVE 1 TO WS-WORD-IX.
           PERFORM UNTIL WS-WORD-IX > 4
               IF WS-NAME-WORD (WS-WORD-IX) NOT = SPACES
                   IF WS-FIRST-WORD = SPACES
                       MOVE WS-NAME-WORD (WS-WORD-IX)
                           TO WS-FIRST-WORD
                   ELSE
                       MOVE WS-NAME-WORD (WS-WORD-IX)
                           TO WS-LAST-WORD
                   END-IF
               END-IF
               ADD 1 TO WS-WORD-IX
           END-PERFORM.
           MOVE WS-FIRST-WORD TO WS-SDX-WORD.
           PERFORM CODE-WORD.
           MOVE WS-SDX-CODE TO WS-FIRST-CODE.
           MOVE WS-LAST-WORD TO WS-SDX-WORD.
           PERFORM CODE-WORD.
           MOVE WS-SDX-CODE TO WS-LAST-CODE.

      *    Sound-alike code of WS-SDX-WORD into WS-SDX-CODE. Letters
      *    are turned into their sound groups in one INSPECT (0 for
      *    vowels and the soft letters); the first letter is kept
      *    as it is, a repeat of the previous group is dropped, a
      *    vowel breaks a run, and anything that is not a letter
      *    is passed over. Short codes are padded with zeros.
       CODE-WORD.
           MOVE SPACES TO WS-SDX-CODE.
           IF WS-SDX-WORD NOT = SPACES
               MOVE WS-SDX-WORD TO WS-SDX-DIGITS
               INSPECT WS-SDX-DIGITS CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   TO '01230120022455012623010202'
               MOVE WS-SDX-WORD(1:1) TO WS-SDX-CODE(1:1)
               MOVE WS-SDX-DIGITS(1:1) TO WS-SDX-LAST
               MOVE 1 TO WS-SDX-LEN
               MOVE 2 TO WS-SDX-IX
               PERFORM UNTIL WS-SDX-IX > 20 OR WS-SDX-LEN = 4
                   MOVE WS-SDX-DIGITS(WS-SDX-IX:1) TO WS-SDX-CHAR
                   IF WS-SDX-CHAR = SPACE
                       MOVE 20 TO WS-SDX-IX
                   ELSE
                       IF WS-SDX-CHAR = '0'
                           MOVE '0' TO WS-SDX-LAST
                       ELSE
                           IF WS-SDX-CHAR >= '1' AND
                                   WS-SDX-CHAR <= '6' AND
                                   WS-SDX-CHAR NOT = WS-SDX-LAST
                               ADD 1 TO WS-SDX-LEN
                               MOVE WS-SDX-CHAR
                                   TO WS-SDX-CODE(WS-SDX-LEN:1)
                               MOVE WS-SDX-CHAR TO WS-SDX-LAST
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-SDX-IX
               END-PERFORM
               INSPECT WS-SDX-CODE REPLACING ALL SPACE BY '0'
           END-IF.

      *****************************************************************
      * Pass P
      *****************************************************************

      *    The keys arrive sorted by kind, value and person, so each
      *    run of equal kind and value is one group of people who
      *    share that piece of evidence.
       BUILD-PAIRS.
           OPEN INPUT DUPKEY-FILE.
           IF WS-DUPKEY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPKEYS - STATUS '
                   WS-DUPKEY-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DUPPAIR-FILE.
           IF WS-DUPPAIR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPPAIRS - STATUS '
                   WS-DUPPAIR-STATUS
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-GROUP-SIZE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUPKEY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-KEY-COUNT
                       IF WS-GROUP-SIZE > 0 AND
                               (DUPKEY-TYPE NOT = WS-GROUP-TYPE OR
                                DUPKEY-VALUE NOT = WS-GROUP-VALUE)
                           PERFORM WRITE-GROUP-PAIRS
                           MOVE ZERO TO WS-GROUP-SIZE
                       END-IF
                       PERFORM ADD-TO-GROUP
               END-READ
           END-PERFORM.
           IF WS-GROUP-SIZE > 0
               PERFORM WRITE-GROUP-PAIRS
           END-IF.

           CLOSE DUPKEY-FILE.
           CLOSE DUPPAIR-FILE.
           DISPLAY 'MATCH KEYS READ: ' WS-KEY-COUNT.
           DISPLAY 'PAIRS WRITTEN: ' WS-PAIR-COUNT.
           DISPLAY 'KEYS TOO COMMON TO PAIR: ' WS-BIG-GROUP-COUNT.

       ADD-TO-GROUP.
           MOVE DUPKEY-TYPE TO WS-GROUP-TYPE.
           MOVE DUPKEY-VALUE TO WS-GROUP-VALUE.
           ADD 1 TO WS-GROUP-SIZE.
           IF WS-GROUP-SIZE <= WS-GROUP-MAX
               MOVE DUPKEY-PERSON-ID TO WS-GROUP-ID (WS-GROUP-SIZE)
           END-IF.

      *    Every two people in the group make one pair record. The
      *    ids are in ascending order within the group, so the
      *    outer one is always the lower.
       WRITE-GROUP-PAIRS.
           IF WS-GROUP-SIZE > WS-GROUP-MAX
               DISPLAY 'KEY SHARED BY ' WS-GROUP-SIZE
                   ' PEOPLE NOT PAIRED: ' WS-GROUP-TYPE ' '
                   WS-GROUP-VALUE
               ADD 1 TO WS-BIG-GROUP-COUNT
           ELSE
               MOVE 1 TO WS-OUTER-IX
               PERFORM UNTIL WS-OUTER-IX >= WS-GROUP-SIZE
                   COMPUTE WS-INNER-IX = WS-OUTER-IX + 1
                   PERFORM UNTIL WS-INNER-IX > WS-GROUP-SIZE
                       IF WS-GROUP-ID (WS-OUTER-IX) NOT =
                               WS-GROUP-ID (WS-INNER-IX)
                           MOVE SPACES TO DUPPAIR-RECORD
                           MOVE WS-GROUP-ID (WS-OUTER-IX)
                               TO DUPPAIR-LOW-ID
                           MOVE WS-GROUP-ID (WS-INNER-IX)
                               TO DUPPAIR-HIGH-ID
                           MOVE WS-GROUP-TYPE TO DUPPAIR-KEY-TYPE
                           WRITE DUPPAIR-RECORD
                           ADD 1 TO WS-PAIR-COUNT
                       END-IF
                       ADD 1 TO WS-INNER-IX
                   END-PERFORM
                   ADD 1 TO WS-OUTER-IX
               END-PERFORM
           END-IF.

      *****************************************************************
      * Pass S
      *****************************************************************

      *    The pair records arrive sorted by the two ids, so each
      *    run of one pair carries every kind of evidence it
      *    shares. The not-duplicate file is optional: status 35
      *    only means no pair has been ruled on yet.
       SCORE-PAIRS.
           OPEN INPUT PERSON.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PEOPLE - STATUS '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT NOTDUP-FILE.
           IF WS-NOTDUP-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-NOTDUP
           ELSE
               IF WS-NOTDUP-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN NOTDUP - STATUS '
                       WS-NOTDUP-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DUPPAIR-FILE.
           IF WS-DUPPAIR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPPAIRS - STATUS '
                   WS-DUPPAIR-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DUPWORK-FILE.
           IF WS-DUPWORK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPWORK - STATUS '
                   WS-DUPWORK-STATUS
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CUR-LOW-ID.
           MOVE ZERO TO WS-CUR-HIGH-ID.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUPPAIR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DUPPAIR-LOW-ID NOT = WS-CUR-LOW-ID OR
                               DUPPAIR-HIGH-ID NOT = WS-CUR-HIGH-ID
                           IF WS-CUR-LOW-ID NOT = ZERO
                               PERFORM SCORE-ONE-PAIR
                           END-IF
                           MOVE DUPPAIR-LOW-ID TO WS-CUR-LOW-ID
                           MOVE DUPPAIR-HIGH-ID TO WS-CUR-HIGH-ID
                           MOVE SPACES TO WS-EVID-NAME
                           MOVE SPACES TO WS-EVID-DOB
                           MOVE SPACES TO WS-EVID-PHONE
                           MOVE SPACES TO WS-EVID-ADDR
                       END-IF
                       PERFORM NOTE-EVIDENCE
               END-READ
           END-PERFORM.
           IF WS-CUR-LOW-ID NOT = ZERO
               PERFORM SCORE-ONE-PAIR
           END-IF.

           CLOSE PERSON.
           CLOSE DUPPAIR-FILE.
           CLOSE DUPWORK-FILE.
           IF WS-HAVE-NOTDUP = 'Y'
               CLOSE NOTDUP-FILE
           END-IF.
           DISPLAY 'CANDIDATE PAIRS: ' WS-CANDIDATE-COUNT.
           DISPLAY 'PAIRS LISTED: ' WS-LISTED-COUNT.
           DISPLAY 'BELOW THRESHOLD: ' WS-BELOW-COUNT.
           DISPLAY 'RULED NOT DUPLICATES: ' WS-MARKED-COUNT.

       NOTE-EVIDENCE.
           EVALUATE DUPPAIR-KEY-TYPE
               WHEN 'N'
                   MOVE 'Y' TO WS-EVID-NAME
               WHEN 'D'
                   MOVE 'Y' TO WS-EVID-DOB
               WHEN 'P'
                   MOVE 'Y' TO WS-EVID-PHONE
               WHEN 'A'
                   MOVE 'Y' TO WS-EVID-ADDR
           END-EVALUATE.

      *    A pair already ruled on is dropped before anything is
      *    read. Otherwise both records are read for the name
      *    comparison: identical names score highest, then the
      *    same sound in the same order, then the same sound with
      *    first and last swapped. A record gone or made inactive
      *    since pass K drops the pair.
       SCORE-ONE-PAIR.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE 'Y' TO WS-PAIR-LIVE.
           IF WS-HAVE-NOTDUP = 'Y'
               MOVE WS-CUR-LOW-ID TO NOTDUP-LOW-ID
               MOVE WS-CUR-HIGH-ID TO NOTDUP-HIGH-ID
               READ NOTDUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-MARKED-COUNT
                       MOVE 'N' TO WS-PAIR-LIVE
               END-READ
           END-IF.
           IF WS-PAIR-LIVE = 'Y'
               PERFORM READ-PAIR-RECORDS
           END-IF.
           IF WS-PAIR-LIVE = 'Y'
               PERFORM WEIGH-PAIR
           END-IF.

       READ-PAIR-RECORDS.
           MOVE 'N' TO WS-LOW-ACTIVE.
           MOVE WS-CUR-LOW-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       MOVE 'Y' TO WS-LOW-ACTIVE
                       MOVE PERSON_NAME IN PERSON-RECORD
                           TO WS-LOW-NAME
                   END-IF
           END-READ.
           MOVE 'N' TO WS-HIGH-ACTIVE.
           MOVE WS-CUR-HIGH-ID TO PERSON-ID IN PERSON-RECORD.
           READ PERSON KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS IN PERSON-RECORD NOT = 'I'
                       MOVE 'Y' TO WS-HIGH-ACTIVE
                       MOVE PERSON_NAME IN PERSON-RECORD
                           TO WS-HIGH-NAME
                   END-IF
           END-READ.
           IF WS-LOW-ACTIVE NOT = 'Y' OR WS-HIGH-ACTIVE NOT = 'Y'
               ADD 1 TO WS-GONE-COUNT
               MOVE 'N' TO WS-PAIR-LIVE
           END-IF.

       WEIGH-PAIR.
           MOVE SPACES TO DUPW-RECORD.
           MOVE ZERO TO WS-SCORE.
           MOVE WS-LOW-NAME TO WS-NAME-UPPER.
           PERFORM CODE-NAME.
           MOVE WS-NAME-UPPER TO WS-LOW-NAME.
           MOVE WS-FIRST-CODE TO WS-LOW-FIRST-CODE.
           MOVE WS-LAST-CODE TO WS-LOW-LAST-CODE.
           MOVE WS-HIGH-NAME TO WS-NAME-UPPER.
           PERFORM CODE-NAME.
           IF WS-EVID-NAME = 'Y'
               EVALUATE TRUE
                   WHEN WS-NAME-UPPER = WS-LOW-NAME
                       MOVE 'S' TO DUPW-MATCH-NAME
                       ADD 40 TO WS-SCORE
                   WHEN WS-FIRST-CODE = WS-LOW-FIRST-CODE AND
                           WS-LAST-CODE = WS-LOW-LAST-CODE
                       MOVE 'A' TO DUPW-MATCH-NAME
                       ADD 30 TO WS-SCORE
                   WHEN OTHER
                       MOVE 'T' TO DUPW-MATCH-NAME
                       ADD 30 TO WS-SCORE
               END-EVALUATE
           END-IF.
           IF WS-EVID-DOB = 'Y'
               MOVE 'Y' TO DUPW-MATCH-DOB
               ADD 30 TO WS-SCORE
           END-IF.
           IF WS-EVID-PHONE = 'Y'
               MOVE 'Y' TO DUPW-MATCH-PHONE
               ADD 20 TO WS-SCORE
           END-IF.
           IF WS-EVID-ADDR = 'Y'
               MOVE 'Y' TO DUPW-MATCH-ADDR
               ADD 20 TO WS-SCORE
           END-IF.

           IF WS-SCORE < WS-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
           ELSE
               MOVE WS-SCORE TO DUPW-SCORE
               MOVE WS-CUR-LOW-ID TO DUPW-SURV-ID
               MOVE WS-CUR-HIGH-ID TO DUPW-DUP-ID
               MOVE SPACE TO DUPW-DISPOSITION
               MOVE WS-LOW-NAME TO DUPW-SURV-NAME
               MOVE WS-NAME-UPPER TO DUPW-DUP-NAME
               WRITE DUPW-RECORD
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

      *    Appends the scan's line to the central run-control file
      *    for the OPS-REPORT, same as PERSON-LOAD: candidate pairs
      *    read, listed on the worklist as APPLIED, and the rest --
      *    below the threshold, already ruled on, or no longer
      *    active -- as SKIPPED.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN EXTEND RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RUNCTL - STATUS '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'PERSDUPS' TO RUNCTL-JOB.
           MOVE WS-RUN-DATE TO RUNCTL-DATE.
           MOVE WS-RUN-TIME TO RUNCTL-TIME.
           MOVE WS-CANDIDATE-COUNT TO RUNCTL-READ.
           MOVE WS-LISTED-COUNT TO RUNCTL-APPLIED.
           MOVE ZERO TO RUNCTL-REJECTED.
           COMPUTE WS-SKIPPED-COUNT = WS-BELOW-COUNT
               + WS-MARKED-COUNT + WS-GONE-COUNT.
           MOVE WS-SKIPPED-COUNT TO RUNCTL-SKIPPED.
           MOVE 'OK' TO RUNCTL-STATUS.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      *****************************************************************
      * Pass R
      *****************************************************************

      *    The worklist arrives sorted highest score first; the
      *    report numbers the pairs in that order. The match column
      *    repeats the worklist's four flags: name, date of birth,
      *    phone, address.
       PRINT-RANKED-REPORT.
           OPEN INPUT DUPWORK-FILE.
           IF WS-DUPWORK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPWORK - STATUS '
                   WS-DUPWORK-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DUPRPT - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM FORMAT-RUN-DATE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUPWORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-PAIR-LINE
               END-READ
           END-PERFORM.

           PERFORM PRINT-TOTALS.
           CLOSE DUPWORK-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RANKED REPORT WRITTEN - PAIRS: ' WS-RANK.

       PRINT-PAIR-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO WS-DL-RANK.
           MOVE DUPW-SCORE TO WS-DL-SCORE.
           MOVE DUPW-SURV-ID TO WS-DL-SURV-ID.
           MOVE DUPW-SURV-NAME TO WS-DL-SURV-NAME.
           MOVE DUPW-DUP-ID TO WS-DL-DUP-ID.
           MOVE DUPW-DUP-NAME TO WS-DL-DUP-NAME.
           MOVE DUPW-MATCH-NAME TO WS-DL-MATCH(1:1).
           MOVE DUPW-MATCH-DOB TO WS-DL-MATCH(2:1).
           MOVE DUPW-MATCH-PHONE TO WS-DL-MATCH(3:1).
           MOVE DUPW-MATCH-ADDR TO WS-DL-MATCH(4:1).
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    An empty worklist still gets a headed page, same as
      *    PERSON-LIST.
       PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'PAIRS LISTED:' TO WS-TOTAL-LABEL.
           MOVE WS-RANK TO WS-TOTAL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MATCH: N NAME S/A/T' TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           MOVE '       D BIRTH DATE  P PHONE  A ADDRESS'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

      *    The run date is printed DD/MM/YYYY, the same way dates
      *    are written throughout this system's logs.
       FORMAT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-HEAD-DATE.
           STRING WS-CURRENT-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CURRENT-YYYY DELIMITED BY SIZE
               INTO WS-HEAD-DATE.
