      *****************************************************************
      * Copybook:        DUPWORK.CPY
      * Purpose:          Shared DUPW-RECORD layout for the probable-
      *                   duplicate worklist. PERSON-DUPSCAN writes
      *                   one record per scored pair of active
      *                   people, highest score first, and
      *                   PERSON-MERGE's batch mode works through it.
      *                   The lower PERSON-ID -- the older record --
      *                   is proposed as the survivor; the reviewer
      *                   may swap the two ids before disposing.
      *                   DUPW-DISPOSITION, set by the reviewer:
      *                     M - merge DUPW-DUP-ID into DUPW-SURV-ID
      *                         (queued for approval, see
      *                         PENDING.CPY)
      *                     N - not a duplicate: the pair goes on
      *                         the not-duplicate file (see
      *                         NOTDUP.CPY) and is never proposed
      *                         again
      *                     space - undecided, left for a later run
      *                   The match flags say what the score was
      *                   built from:
      *                     DUPW-MATCH-NAME  S same name, A names
      *                                      sound alike, T first
      *                                      and last transposed
      *                     DUPW-MATCH-DOB   Y same birth date
      *                     DUPW-MATCH-PHONE Y shared CONTACT-PHONE
      *                     DUPW-MATCH-ADDR  Y shared CONTACT-ADDRESS
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for probable-duplicate detection.
      *****************************************************************
       01 DUPW-RECORD.
           05 DUPW-SCORE PIC 9(3).
           05 FILLER PIC X(1).
           05 DUPW-SURV-ID PIC 9(7).
           05 FILLER PIC X(1).
           05 DUPW-DUP-ID PIC 9(7).
           05 FILLER PIC X(1).
           05 DUPW-DISPOSITION PIC X(1).
           05 FILLER PIC X(1).
           05 DUPW-MATCH-NAME PIC X(1).
           05 DUPW-MATCH-DOB PIC X(1).
           05 DUPW-MATCH-PHONE PIC X(1).
           05 DUPW-MATCH-ADDR PIC X(1).
           05 FILLER PIC X(1).
           05 DUPW-SURV-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 DUPW-DUP-NAME PIC X(20).
           05 FILLER PIC X(12).
