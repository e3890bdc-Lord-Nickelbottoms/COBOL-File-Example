      *****************************************************************
      * Copybook:        NAMEHIST.CPY
      * Purpose:          Shared NAMEH-RECORD layout for the name-
      *                   history file, keyed by PERSON-ID and the
      *                   date and time the name changed. One record
      *                   is written every time a PERSON_NAME is
      *                   replaced, holding the name before and
      *                   after, so a former name is never lost when
      *                   the audit trail is archived. NAMEH-OLD-NAME
      *                   is an alternate key (with duplicates):
      *                   PERSON-INQUIRY finds people under a name
      *                   they no longer carry through it.
      *                   NAMEH-REASON:
      *                     C - correction of a mis-keyed name
      *                     L - legal change of name (marriage, deed
      *                         poll)
      *                     M - merged away: the old name is the
      *                         duplicate's, filed under the
      *                         survivor's PERSON-ID by PERSON-APPROVE
      *                     B - a name change taken back out by
      *                         PERSON-BACKOUT
      *                   NAMEH-EFF-TIME is HHMMSS plus hundredths,
      *                   so two changes to one person in a run
      *                   still get their own keys.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the name history.
      *****************************************************************
       01 NAMEH-RECORD.
           05 NAMEH-KEY.
               10 NAMEH-PERSON-ID PIC 9(7).
               10 NAMEH-EFF-DATE PIC X(8).
               10 NAMEH-EFF-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 NAMEH-OLD-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 NAMEH-NEW-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 NAMEH-REASON PIC X(1).
           05 FILLER PIC X(1).
           05 NAMEH-OPERATOR PIC X(10).
           05 FILLER PIC X(2).
