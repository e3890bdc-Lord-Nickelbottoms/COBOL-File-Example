      *                    extract or a skipped verify was
      *                    exactly the false all-clear this
      *                    report exists to prevent.
      * 15/10/2026 MAINT   PERSAPPR, the nightly expiry pass over
      *                    the pending-approval queue, added to
      *                    the expected jobs: if it stops running,
      *                    stale requests stay approvable.
      * 15/10/2026 MAINT   PERSBKUP, the nightly coordinated backup
      *                    set, added to the expected jobs: a night
      *                    without it leaves nothing consistent to
      *                    restore from. PERSREST and PERSBACK are
      *                    on-request.
      * 15/10/2026 MAINT   HRRECON, the monthly HR reconciliation,
      *                    and HRTRANS listed with the on-request
      *                    jobs.
      * 15/10/2026 MAINT   PERSDUPS, the periodic duplicate scan,
      *                    and PERSMRGE, its worklist merge pass,
      *                    listed with the on-request jobs.
      * 15/10/2026 MAINT   HHMAIL, the household mailing extract,
      *                    listed with the on-request jobs.
      * 15/10/2026 MAINT   GRDCHK, the nightly guardian exception
      *                    report, added to the expected jobs: a
      *                    night without it leaves minors with no
      *                    active guardian unreported. GRDMAINT is
      *                    on-request.
      * 15/10/2026 MAINT   PERSPURG, the retention purge, listed
      *                    with the on-request jobs.
      * 15/10/2026 MAINT   Terminal sessions now report too, under
      *                    their own job names (PMNTTERM, HHMTTERM,
      *                    PAPRTERM, GRDMTERM, FILEEXMP), so they
      *                    never stand in for the batch run of the
      *                    same program; listed as on-request.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-EXPECTED PIC 9(7).
       01 WS-JOB-IX PIC 9(2).
      *    The jobs the night schedule always runs -- the three
      *    loaders, the post-commit verify, the HR delta feed, the
      *    pending-approval expiry, the backup set and the guardian
      *    exception report; a date with no run-control record from
      *    one of these gets a DID NOT REPORT line. The on-request
      *    jobs (AUDARCH, CONTSWP, HHMAINT, OPRLOAD, PERSBACK,
      *    PERSREST, HRRECON, HRTRANS, PERSDUPS, PERSMRGE, HHMAIL,
      *    GRDMAINT, PERSPURG) and the terminal sessions (PMNTTERM,
      *    HHMTTERM, PAPRTERM, GRDMTERM, FILEEXMP) print when they
      *    ran but their absence is not an alarm.
       01 WS-EXPECTED-JOBS.
           05 FILLER PIC X(8) VALUE 'PERSLOAD'.
           05 FILLER PIC X(8) VALUE 'PERSMNT'.
           05 FILLER PIC X(8) VALUE 'CONTLOAD'.
           05 FILLER PIC X(8) VALUE 'PERSEXTR'.
           05 FILLER PIC X(8) VALUE 'PERSAPPR'.
           05 FILLER PIC X(8) VALUE 'PERSBKUP'.
           05 FILLER PIC X(8) VALUE 'GRDCHK'.
       01 FILLER REDEFINES WS-EXPECTED-JOBS.
           05 WS-EXPECTED-JOB PIC X(8) OCCURS 8 TIMES.
       01 WS-JOB-SEEN.
           05 WS-JOB-SEEN-FLAG PIC X(1) OCCURS 8 TIMES.
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY PIC 9(4).
           05 WS-CURRENT-MMDD PIC 9(4).
           END-IF.

           MOVE 1 TO WS-JOB-IX.
           PERFORM UNTIL WS-JOB-IX > 8
               MOVE 'N' TO WS-JOB-SEEN-FLAG (WS-JOB-IX)
               ADD 1 TO WS-JOB-IX
           END-PERFORM.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RUNS-PRINTED.
           MOVE 1 TO WS-JOB-IX.
           PERFORM UNTIL WS-JOB-IX > 8
               IF RUNCTL-JOB = WS-EXPECTED-JOB (WS-JOB-IX)
                   MOVE 'Y' TO WS-JOB-SEEN-FLAG (WS-JOB-IX)
               END-IF
      *    absence is the finding.
       PRINT-MISSING-JOBS.
           MOVE 1 TO WS-JOB-IX.
           PERFORM UNTIL WS-JOB-IX > 8
               IF WS-JOB-SEEN-FLAG (WS-JOB-IX) NOT = 'Y'
                   MOVE WS-EXPECTED-JOB (WS-JOB-IX)
                       TO WS-MISSING-JOB
