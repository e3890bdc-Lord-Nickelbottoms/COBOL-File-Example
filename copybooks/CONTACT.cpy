      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/2026 MAINT   Created for the contact-details file.
      * 15/10/2026 MAINT   CONTACT-ADDRESS split into street, city
      *                    (or suburb), province and postal code so
      *                    the address can be checked against the
      *                    postal reference table (see POSTREF.CPY)
      *                    and sorted or grouped by area. The
      *                    group name is kept so a test for no
      *                    address at all still reads the same.
      *                    The record grows from 100 to 130 bytes;
      *                    CONTACT-ADDR-CONV converts the file.
      *****************************************************************
       01 CONTACT-RECORD.
           05 CONTACT-PERSON-ID PIC 9(7).
           05 FILLER PIC X(3).
           05 CONTACT-ADDRESS.
               10 CONTACT-STREET PIC X(30).
               10 CONTACT-CITY PIC X(20).
               10 CONTACT-PROVINCE PIC X(2).
               10 CONTACT-POSTAL-CODE PIC X(8).
           05 FILLER PIC X(2).
           05 CONTACT-PHONE PIC X(15).
           05 FILLER PIC X(2).
