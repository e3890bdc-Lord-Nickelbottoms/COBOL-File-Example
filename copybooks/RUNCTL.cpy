      * --------- ------------  ---------------------------------------
      * 02/09/2026 MAINT   Created for the operations balancing
      *                    report.
      * 15/10/2026 MAINT   For the jobs that write the change
      *                    journal (see JOURNAL.CPY), RUNCTL-DATE
      *                    and RUNCTL-TIME are now the run's start,
      *                    not its end: they are the tag the run's
      *                    journal records carry, so the date and
      *                    time OPS-REPORT shows for such a run are
      *                    what PERSBACK is given to back it out.
      *                    No layout change.
      * 15/10/2026 MAINT   Terminal sessions that journal append a
      *                    record too, under a job name of their own
      *                    (PMNTTERM, HHMTTERM, PAPRTERM, GRDMTERM,
      *                    FILEEXMP), so a session can be backed out
      *                    by its tag like any batch run.
      *****************************************************************
       01 RUNCTL-RECORD.
           05 RUNCTL-JOB PIC X(8).
