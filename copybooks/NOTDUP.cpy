      *****************************************************************
      * Copybook:        NOTDUP.CPY
      * Purpose:          Shared NOTDUP-RECORD layout for the
      *                   not-a-duplicate file: one record per pair
      *                   of people a reviewer has ruled are two
      *                   different people, keyed by the lower
      *                   PERSON-ID then the higher, so the pair has
      *                   one key whichever way round it was
      *                   proposed. PERSON-MERGE writes it from the
      *                   worklist's N dispositions; PERSON-DUPSCAN
      *                   reads it to stop proposing the pair.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for probable-duplicate detection.
      *****************************************************************
       01 NOTDUP-RECORD.
           05 NOTDUP-KEY.
               10 NOTDUP-LOW-ID PIC 9(7).
               10 NOTDUP-HIGH-ID PIC 9(7).
           05 FILLER PIC X(2).
           05 NOTDUP-MARKED-BY PIC X(10).
           05 FILLER PIC X(2).
           05 NOTDUP-MARKED-DATE PIC X(8).
           05 FILLER PIC X(4).
