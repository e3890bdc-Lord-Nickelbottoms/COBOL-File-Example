      *                     2 - inquiry plus add/change
      *                     3 - full authority incl. delete and
      *                         reinstate
      *                     4 - supervisor: level 3 plus approval
      *                         of queued deletes, merges and
      *                         birth-date changes (PERSON-APPROVE)
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/2026 MAINT   Created for the operator sign-on check.
      * 15/10/2026 MAINT   Added level 4, supervisor. Deletes and
      *                    merges are requested at level 3 and now
      *                    wait in the pending-approval file (see
      *                    PENDING.CPY) for a different operator
      *                    with a higher level to approve them, so
      *                    a level above 3 is needed for anyone to
      *                    approve a level-3 request. No layout
      *                    change.
      *****************************************************************
       01 OPERATOR-RECORD.
           05 OPERATOR-SIGNON-ID PIC X(10).
