      *****************************************************************
      * Copybook:        SIGNON.CPY
      * Purpose:          Shared SIGNON-AREA that OPERATOR-MENU passes
      *                   to each terminal function it calls. The
      *                   menu signs the operator on once against the
      *                   OPERATORS file (see OPERATOR.CPY) and hands
      *                   the proven id and its authority level
      *                   through, so the called program skips its
      *                   own sign-on prompt and still stamps the
      *                   right operator on every audit and journal
      *                   record it writes. The called programs take
      *                   it in their LINKAGE SECTION on the entry
      *                   point the menu calls; run on their own they
      *                   still sign on for themselves.
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 MAINT   Created for the operator menu.
      *****************************************************************
       01 SIGNON-AREA.
           05 SIGNON-OPERATOR-ID PIC X(10).
           05 SIGNON-AUTH-LEVEL PIC 9(1).
