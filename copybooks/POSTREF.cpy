      *****************************************************************
      * Copybook:        POSTREF.CPY
      * Purpose:          Shared POSTREF-RECORD layout for the postal
      *                   reference table, the Post Office's list of
      *                   postal codes with every city or suburb each
      *                   one serves and the province it lies in.
      *                   Keyed by postal code plus city, so a code
      *                   serving several suburbs has one record per
      *                   suburb. Both parts are held upper case.
      *                   CONTACT-LOAD checks every contact address
      *                   against it and CONTACT-ADDR-CONV uses it to
      *                   pick the postal code and city out of the
      *                   old free-form address. The table is loaded
      *                   from the Post Office's file by IDCAMS REPRO
      *                   and is only ever read by these programs.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the structured contact
      *                    address.
      *****************************************************************
       01 POSTREF-RECORD.
           05 POSTREF-KEY.
               10 POSTREF-POSTAL-CODE PIC X(8).
               10 POSTREF-CITY PIC X(20).
           05 FILLER PIC X(2).
           05 POSTREF-PROVINCE PIC X(2).
           05 FILLER PIC X(8).
