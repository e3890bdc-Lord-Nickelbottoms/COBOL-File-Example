      *****************************************************************
      * Copybook:        HRDISC.CPY
      * Purpose:          Shared HRDISC-RECORD layout for the HR
      *                   reconciliation discrepancy file. HR-RECONCILE
      *                   writes one record per difference found
      *                   between the HR master and PEOPLE, carrying
      *                   both sides' values and, where one exists,
      *                   the maintenance transaction that would
      *                   bring PEOPLE into line with HR, in the
      *                   PERSON-MAINT MNTTRANS layout.
      *                   HRDISC-TYPE:
      *                     MH - active on PEOPLE, missing at HR
      *                          (suggests D, delete)
      *                     DH - at HR, inactive on PEOPLE
      *                          (suggests R, reinstate)
      *                     NF - at HR, never on PEOPLE (no
      *                          suggestion: an add would be given a
      *                          new id, so it needs investigating)
      *                     NM - name differs (suggests C with HR's
      *                          name)
      *                     DB - birth date differs (suggests C with
      *                          HR's date, which PERSON-MAINT queues
      *                          for approval)
      *                   HRDISC-ACCEPT is written as N. The reviewer
      *                   sets it to Y on every suggestion that is
      *                   right, and HR-RECONCILE's transaction mode
      *                   turns the accepted records into an MNTTRANS
      *                   deck. HR is not always the side that is
      *                   right, which is why nothing is accepted
      *                   by default. An NM suggestion is marked as
      *                   a correction in HRDISC-TRANS-REASON
      *                   (column 132); the reviewer changes it to L
      *                   where HR's name is a legal change of name.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the HR master reconciliation.
      * 15/10/2026 MAINT   HRDISC-TRANS gains the name-change reason
      *                    byte, following the MNTTRANS layout.
      * 15/10/2026 MAINT   Corrected the column given for
      *                    HRDISC-TRANS-REASON above: it is 132.
      *****************************************************************
       01 HRDISC-RECORD.
           05 HRDISC-ACCEPT PIC X(1).
           05 FILLER PIC X(1).
           05 HRDISC-TYPE PIC X(2).
           05 FILLER PIC X(1).
           05 HRDISC-PERSON-ID PIC X(7).
           05 FILLER PIC X(1).
           05 HRDISC-OUR-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 HRDISC-OUR-DOB PIC X(8).
           05 FILLER PIC X(1).
           05 HRDISC-OUR-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 HRDISC-HR-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 HRDISC-HR-DOB PIC X(8).
           05 FILLER PIC X(1).
           05 HRDISC-TRANS.
               10 HRDISC-TRANS-ACTION PIC X(1).
               10 HRDISC-TRANS-PERSON-ID PIC X(7).
               10 HRDISC-TRANS-NAME PIC X(30).
               10 HRDISC-TRANS-DOB PIC X(8).
               10 HRDISC-TRANS-REASON PIC X(1).
           05 FILLER PIC X(18).
