      *****************************************************************
      * Copybook:        GUARDIAN.CPY
      * Purpose:          Shared GUARD-RECORD layout for the GUARDNS
      *                   guardian/dependent file: one record per
      *                   link between a person under 18 and an
      *                   adult responsible for them. Keyed by the
      *                   dependent's PERSON-ID then the guardian's,
      *                   so a minor's guardians sit together and
      *                   one keyed READ proves a link; the
      *                   guardian's id is an alternate key (with
      *                   duplicates) so a guardian's dependents can
      *                   be walked the same way, the same two-key
      *                   pattern as HHMEMBS.
      *                   GUARD-RELATIONSHIP:
      *                     P - parent
      *                     S - step-parent
      *                     G - legal guardian (court appointed)
      *                     F - foster carer
      *                     R - other relative acting as carer
      *                   GUARD-LINKED-DATE is the YYYYMMDD the link
      *                   was made. Links are maintained by
      *                   GUARDIAN-MAINT; the record is removed when
      *                   the link ends.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for guardian/dependent links.
      *****************************************************************
       01 GUARD-RECORD.
           05 GUARD-KEY.
               10 GUARD-DEPENDENT-ID PIC 9(7).
               10 GUARD-GUARDIAN-ID PIC 9(7).
           05 FILLER PIC X(2).
           05 GUARD-RELATIONSHIP PIC X(1).
           05 FILLER PIC X(2).
           05 GUARD-LINKED-DATE PIC X(8).
           05 FILLER PIC X(3).
