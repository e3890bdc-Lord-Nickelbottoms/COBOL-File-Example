      *****************************************************************
      * Copybook:        MAILPC.CPY
      * Purpose:          Shared MAIL-RECORD layout for the household
      *                   mailing file sent to the print vendor: one
      *                   record per mail piece, fixed 120 bytes.
      *                   HOUSEHOLD-MAILING writes the pieces in
      *                   household then person order; the sort in
      *                   HHMAIL.jcl puts them in postal-code order
      *                   (postal code, city, street, addressee --
      *                   columns 1-8, 10-29, 34-63, 65-104) before
      *                   the file goes to the vendor and the labels
      *                   are printed.
      *                   MAIL-PIECE-TYPE:
      *                     H - one piece for a household, addressed
      *                         to the head at the head's contact
      *                         address; MAIL-PERSON-ID is the head
      *                     I - one piece for a person in no
      *                         household; MAIL-HH-ID is zero
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the household mailing extract.
      *****************************************************************
       01 MAIL-RECORD.
           05 MAIL-POSTAL-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 MAIL-CITY PIC X(20).
           05 FILLER PIC X(1).
           05 MAIL-PROVINCE PIC X(2).
           05 FILLER PIC X(1).
           05 MAIL-STREET PIC X(30).
           05 FILLER PIC X(1).
           05 MAIL-ADDRESSEE PIC X(40).
           05 FILLER PIC X(1).
           05 MAIL-PIECE-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 MAIL-PERSON-ID PIC 9(7).
           05 FILLER PIC X(1).
           05 MAIL-HH-ID PIC 9(5).
