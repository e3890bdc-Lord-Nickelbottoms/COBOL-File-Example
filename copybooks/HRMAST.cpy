      *****************************************************************
      * Copybook:        HRMAST.CPY
      * Purpose:          Shared HRM-RECORD layout for the monthly HR
      *                   master file: one 80-byte card image per
      *                   person HR holds as current, keyed by the
      *                   same PERSON-ID this system assigns (HR took
      *                   its ids from the PERSEXTR interface file).
      *                   HRRECON sorts the file into PERSON-ID
      *                   order before HR-RECONCILE reads it. A blank
      *                   name or birth date means HR does not hold
      *                   that field, not that it is blank.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the HR master reconciliation.
      *****************************************************************
       01 HRM-RECORD.
           05 HRM-PERSON-ID PIC X(7).
           05 FILLER PIC X(1).
           05 HRM-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 HRM-DOB PIC X(8).
           05 FILLER PIC X(33).
